               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCNO
               FILE STATUS IS WS-MST-STATUS.
      *> customer information file: one record per depositor, keyed
      *> by CIF number; every account on the master points to one.
           SELECT CUSTOMER-MASTER ASSIGN TO WS-PATH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-NO
               FILE STATUS IS WS-CIF-STATUS.
      *> where each account's physical passbook was last printed up
      *> to, kept off the master so posting never disturbs it.
           SELECT PBPOS-FILE ASSIGN TO WS-PATH-PBPOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBP-ACCNO
               FILE STATUS IS WS-PBP-STATUS.
           SELECT HISTORY-FILE ASSIGN TO WS-PATH-PASSBOOK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ARCH-HIST-FILE ASSIGN TO WS-AHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AHIST-STATUS.
      *> same-day error corrections: one log line per reversal, and
      *> the end-of-day register listing the day's corrections.
           SELECT ERRCORR-FILE ASSIGN TO WS-PATH-ERRCORR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECL-STATUS.
           SELECT CORRREG-FILE ASSIGN TO WS-PATH-CORRREG
               ORGANIZATION IS LINE SEQUENTIAL.
      *> treasury's daily dollar buying/selling rates, newest last,
      *> and the month-end revaluation of the dollar accounts.
           SELECT FXRATE-FILE ASSIGN TO WS-PATH-FXRATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXR-STATUS.
           SELECT FXREVAL-FILE ASSIGN TO WS-PATH-FXREVAL
               ORGANIZATION IS LINE SEQUENTIAL.
      *> checking accounts: checkbook ranges issued, stop-payment
      *> orders filed and lifted, checks paid, checks refused, the
      *> clearing house's items drawn on us, and the day's register
      *> of returned checks.
           SELECT CHKBOOK-FILE ASSIGN TO WS-PATH-CHKBOOK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBK-STATUS.
           SELECT STOPPAY-FILE ASSIGN TO WS-PATH-STOPPAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPO-STATUS.
           SELECT CHKPAID-FILE ASSIGN TO WS-PATH-CHKPAID
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPD-STATUS.
           SELECT RETCHK-FILE ASSIGN TO WS-PATH-RETCHK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCK-STATUS.
           SELECT INCLEAR-FILE ASSIGN TO WS-PATH-INCLEAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICL-STATUS.
           SELECT RETREG-FILE ASSIGN TO WS-PATH-RETREG
               ORGANIZATION IS LINE SEQUENTIAL.
      *> anti-money-laundering: the day's covered cash transactions
      *> in the AMLC reporting layout, and compliance's review list.
           SELECT AMLCTR-FILE ASSIGN TO WS-PATH-AMLCTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AMLREV-FILE ASSIGN TO WS-PATH-AMLREV
               ORGANIZATION IS LINE SEQUENTIAL.
      *> passbook printer output for a passbook update.
           SELECT PBPRINT-FILE ASSIGN TO WS-PATH-PBPRINT
               ORGANIZATION IS LINE SEQUENTIAL.
      *> end-of-day inter-branch settlement for head office.
           SELECT IBSETTLE-FILE ASSIGN TO WS-PATH-IBSETTLE
               ORGANIZATION IS LINE SEQUENTIAL.
      *> electric bill auto-debits: BROWNOUT-BILLING's debit file in,
      *> the return file of debits made and refused back out, and
      *> the posting register.
           SELECT ADADEBIT-FILE ASSIGN TO WS-PATH-ADADEBIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADD-STATUS.
           SELECT ADARETRN-FILE ASSIGN TO WS-PATH-ADARETRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADR-STATUS.
           SELECT ADAREG-FILE ASSIGN TO WS-PATH-ADAREG
               ORGANIZATION IS LINE SEQUENTIAL.
      *> general ledger interface, shared by every subsystem: the
      *> chart-of-accounts mapping, the day's journal (named per
      *> source and business date at run time) and the register of
      *> journals already taken into the GL.
           SELECT GLMAP-FILE ASSIGN TO WS-PATH-GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLM-STATUS.
           SELECT GLJNL-FILE ASSIGN TO WS-GL-JNL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.
           SELECT GLPOST-FILE ASSIGN TO WS-PATH-GLPOSTED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 MST-TD-TERM          PIC 9(3).
           05 MST-TD-RATE          PIC V9999.
           05 MST-TD-MATURITY      PIC 9(8).
      *> the depositor's CIF number. Zero on records written before
      *> the field existed until maintenance links them.
           05 MST-CIF              PIC 9(8).

       FD CUSTOMER-MASTER.
       01 CIF-REC.
           05 CIF-NO               PIC 9(8).
           05 CIF-NAME             PIC X(40).
           05 CIF-BIRTH            PIC 9(8).
           05 CIF-ADDRESS          PIC X(60).
           05 CIF-TIN              PIC X(15).
           05 CIF-ID-TYPE          PIC X(12).
           05 CIF-ID-NO            PIC X(20).
           05 CIF-CONTACT          PIC X(15).
           05 CIF-OPENED           PIC 9(8).
           05 CIF-TELLER           PIC X(8).

       FD PBPOS-FILE.
       01 PBP-REC.
           05 PBP-ACCNO            PIC 9(10).
           05 PBP-BOOK             PIC 9(3).
           05 PBP-PAGE             PIC 9(3).
           05 PBP-LINE             PIC 9(2).
      *> the last line printed: its date and its place among the
      *> account's lines of that date, and the balance it showed.
           05 PBP-LAST-DATE        PIC 9(8).
           05 PBP-LAST-SEQ         PIC 9(4).
           05 PBP-BAL-FWD          PIC 9(9)V99.
           05 PBP-UPDATED          PIC 9(8).
           05 PBP-TELLER           PIC X(8).

       FD HISTORY-FILE.
       01 HIST-LINE                PIC X(120).

      *> Maintenance trail: who changed what on the master, with the
      *> before and after values.
       01 AUDIT-LINE               PIC X(80).

       FD ARCH-HIST-FILE.
       01 AHIST-LINE               PIC X(120).

       FD BURSAR-FILE.
       01 BURSAR-LINE              PIC X(50).
       01 DISCREP-LINE             PIC X(80).

       FD VARIANCE-FILE.
       01 VARIANCE-LINE            PIC X(120).

      *> one parameter line per scheduled function: which function,
      *> its date or period, and the operator of record.
           05 CKQ-DATE             PIC 9(8).
           05 CKQ-AMT              PIC 9(7)V99.

       FD ERRCORR-FILE.
       01 ECL-LINE                 PIC X(80).

       FD CORRREG-FILE.
       01 CORRREG-LINE             PIC X(100).

       FD FXRATE-FILE.
       01 FXR-REC.
           05 FXR-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 FXR-BUY              PIC 9(3)V9999.
           05 FILLER               PIC X(1).
           05 FXR-SELL             PIC 9(3)V9999.
           05 FILLER               PIC X(1).
           05 FXR-TELLER           PIC X(8).
           05 FILLER               PIC X(1).
           05 FXR-ENTERED          PIC X(14).

       FD FXREVAL-FILE.
       01 FXREVAL-LINE             PIC X(120).

      *> one line per checkbook handed over: the account and the
      *> first and last check numbers in it.
       FD CHKBOOK-FILE.
       01 CBK-REC.
           05 CBK-ACCNO            PIC 9(10).
           05 FILLER               PIC X(1).
           05 CBK-FROM             PIC 9(8).
           05 FILLER               PIC X(1).
           05 CBK-TO               PIC 9(8).
           05 FILLER               PIC X(1).
           05 CBK-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 CBK-TELLER           PIC X(8).

      *> stop-payment orders: 'S' files a stop, 'L' lifts it; the
      *> last line for a check says where it stands.
       FD STOPPAY-FILE.
       01 SPO-REC.
           05 SPO-ACCNO            PIC 9(10).
           05 FILLER               PIC X(1).
           05 SPO-CHECK            PIC 9(8).
           05 FILLER               PIC X(1).
           05 SPO-ACTION           PIC X(1).
           05 FILLER               PIC X(1).
           05 SPO-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 SPO-TELLER           PIC X(8).
           05 FILLER               PIC X(1).
           05 SPO-REASON           PIC X(30).

      *> every check paid, at the counter ('E') or through clearing
      *> ('C').
       FD CHKPAID-FILE.
       01 CPD-REC.
           05 CPD-ACCNO            PIC 9(10).
           05 FILLER               PIC X(1).
           05 CPD-CHECK            PIC 9(8).
           05 FILLER               PIC X(1).
           05 CPD-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 CPD-AMT              PIC 9(7)V99.
           05 FILLER               PIC X(1).
           05 CPD-CHANNEL          PIC X(1).

      *> every check refused, with the reason: S stop payment, F
      *> insufficient available balance, I number not issued, P
      *> already paid, A account closed, frozen or not checking.
       FD RETCHK-FILE.
       01 RCK-REC.
           05 RCK-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 RCK-TIME             PIC X(6).
           05 FILLER               PIC X(1).
           05 RCK-ACCNO            PIC 9(10).
           05 FILLER               PIC X(1).
           05 RCK-CHECK            PIC 9(8).
           05 FILLER               PIC X(1).
           05 RCK-AMT              PIC 9(7)V99.
           05 FILLER               PIC X(1).
           05 RCK-CHANNEL          PIC X(1).
           05 FILLER               PIC X(1).
           05 RCK-REASON           PIC X(1).
           05 FILLER               PIC X(1).
           05 RCK-PRESENTER        PIC X(10).

      *> checks drawn on our checking accounts, presented by other
      *> banks through the clearing house.
       FD INCLEAR-FILE.
       01 ICL-REC.
           05 ICL-ACCNO            PIC 9(10).
           05 FILLER               PIC X(1).
           05 ICL-CHECK            PIC 9(8).
           05 FILLER               PIC X(1).
           05 ICL-AMT              PIC 9(7)V99.
           05 FILLER               PIC X(1).
           05 ICL-BANK             PIC X(10).

       FD RETREG-FILE.
       01 RETREG-LINE              PIC X(100).

       FD AMLCTR-FILE.
       01 AMLCTR-LINE              PIC X(260).

       FD AMLREV-FILE.
       01 AMLREV-LINE              PIC X(132).

       FD PBPRINT-FILE.
       01 PBPRINT-LINE             PIC X(80).

       FD IBSETTLE-FILE.
       01 IBSETTLE-LINE            PIC X(100).

       FD ADADEBIT-FILE.
       01 ADADEBIT-LINE            PIC X(80).

       FD ADARETRN-FILE.
       01 ADARETRN-LINE            PIC X(90).

       FD ADAREG-FILE.
       01 ADAREG-LINE              PIC X(100).

       FD GLMAP-FILE.
       01 GLMAP-LINE               PIC X(80).

       FD GLJNL-FILE.
       01 GLJNL-LINE               PIC X(80).

       FD GLPOST-FILE.
       01 GLPOST-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
      *> Site configuration: this program needs PROB3DIR and
      *> SHAREDIR; a missing entry stops the run up front.
           05 WS-PATH-SIREG        PIC X(60).
           05 WS-PATH-TDMAT        PIC X(60).
           05 WS-PATH-CHECKQ       PIC X(60).
           05 WS-PATH-ERRCORR      PIC X(60).
           05 WS-PATH-CUSTMAST     PIC X(60).
           05 WS-PATH-FXRATE       PIC X(60).
           05 WS-PATH-FXREVAL      PIC X(60).
           05 WS-PATH-CHKBOOK      PIC X(60).
           05 WS-PATH-STOPPAY      PIC X(60).
           05 WS-PATH-CHKPAID      PIC X(60).
           05 WS-PATH-RETCHK       PIC X(60).
           05 WS-PATH-INCLEAR      PIC X(60).
           05 WS-PATH-RETREG       PIC X(60).
           05 WS-PATH-AMLCTR       PIC X(60).
           05 WS-PATH-AMLREV       PIC X(60).
           05 WS-PATH-PBPOS        PIC X(60).
           05 WS-PATH-PBPRINT      PIC X(60).
           05 WS-PATH-IBSETTLE     PIC X(60).
           05 WS-PATH-CORRREG      PIC X(60).
           05 WS-PATH-ADADEBIT     PIC X(60).
           05 WS-PATH-ADARETRN     PIC X(60).
           05 WS-PATH-ADAREG       PIC X(60).
           05 WS-PATH-GLMAP        PIC X(60).
           05 WS-PATH-GLPOSTED     PIC X(60).
       01 ECHO-PATH-LINE.
           05 FILLER               PIC X(14) VALUE "Data folder : ".
           05 ECHO-PATH-DIR        PIC X(40).
               10 CKT-DATE         PIC 9(8).
               10 CKT-AMT          PIC 9(7)V99.
               10 CKT-STATE        PIC X.
      *> Checking accounts: a check's number is proved against the
      *> checkbooks issued, the paid list and the stop orders before
      *> it is paid at the counter or through clearing.
       01 WS-CBK-STATUS            PIC XX.
       01 WS-SPO-STATUS            PIC XX.
       01 WS-CPD-STATUS            PIC XX.
       01 WS-RCK-STATUS            PIC XX.
       01 WS-ICL-STATUS            PIC XX.
       01 WS-CHK-FIELDS.
           05 WS-CHK-ACCNO         PIC 9(10).
           05 WS-CHK-NO            PIC 9(8).
           05 WS-CHK-AMT           PIC 9(7)V99.
           05 WS-CHK-AVAIL         PIC S9(9)V99.
           05 WS-CHK-REASON        PIC X.
           05 WS-CHK-REASON-TEXT   PIC X(24).
           05 WS-CHK-CHANNEL       PIC X.
           05 WS-CHK-PRESENTER     PIC X(10).
           05 WS-CHK-ISSUED        PIC X.
           05 WS-CHK-PAID          PIC X.
           05 WS-CHK-STOPPED       PIC X.
           05 WS-CHK-OVERLAP       PIC X.
           05 WS-CHK-EOF           PIC X.
           05 WS-CHK-ENCASH        PIC X VALUE 'N'.
           05 WS-CHK-ACT           PIC X.
           05 WS-CHK-FROM          PIC 9(8).
           05 WS-CHK-TO            PIC 9(8).
           05 WS-CHK-SP-REASON     PIC X(30).
           05 WS-CHK-ANS           PIC X.
           05 WS-ICL-EOF           PIC X.
           05 WS-ICL-COUNT         PIC 9(3).
           05 WS-ICL-PAID          PIC 9(3).
           05 WS-ICL-RETURNED      PIC 9(3).
           05 WS-RR-CNT            PIC 9(5).
           05 WS-RR-TOT            PIC 9(11)V99.
           05 WS-RR-STOP-CNT       PIC 9(5).
           05 WS-RR-NSF-CNT        PIC 9(5).
           05 WS-RR-INV-CNT        PIC 9(5).
      *> Inter-branch settlement: today's postings taken at one
      *> branch for another branch's account. Money taken in owes
      *> the home branch; money paid out is owed by it.
       01 WS-IBS-FIELDS.
           05 WS-IBS-TODAY         PIC X(8).
           05 WS-IBS-EOF           PIC X.
           05 WS-IBS-FULL          PIC X.
           05 WS-IBS-CNT           PIC 9(4).
           05 WS-IBS-CORR-CNT      PIC 9(4).
           05 WS-IBS-I             PIC 9.
           05 WS-IBS-J             PIC 9.
           05 WS-IBS-PAIR-ITEMS    PIC 9(4).
           05 WS-IBS-PAIRS         PIC 9(2).
           05 WS-IBS-TOT-ITEMS     PIC 9(5).
      *> what the first branch of the pair owes the second, less
      *> what the second owes the first.
           05 WS-IBS-NET-PHP       PIC S9(11)V99.
           05 WS-IBS-NET-USD       PIC S9(11)V99.
           05 WS-IBS-NET           PIC S9(11)V99.
           05 WS-IBS-PHP-CNT       PIC 9(4).
           05 WS-IBS-USD-CNT       PIC 9(4).
           05 WS-IBS-DEBTOR        PIC X(3).
           05 WS-IBS-CREDITOR      PIC X(3).
       01 WS-IBS-ITEM-TABLE.
           05 WS-IBS-ITEM OCCURS 1000 TIMES INDEXED BY WS-IB-IDX.
               10 IB-ACCNO         PIC 9(10).
               10 IB-TRANS         PIC X(12).
               10 IB-POST-BR       PIC X(3).
               10 IB-HOME-BR       PIC X(3).
               10 IB-DRCR          PIC X.
               10 IB-CCY           PIC X(3).
               10 IB-AMT           PIC 9(9)V99.
               10 IB-REF           PIC X(8).
               10 IB-TELLER        PIC X(8).
               10 IB-LIVE          PIC X.
       01 WS-IBS-CORR-TABLE.
           05 WS-IBS-CORR OCCURS 500 TIMES INDEXED BY WS-IC-IDX.
               10 IC-ACCNO         PIC 9(10).
               10 IC-REF           PIC X(8).
       01 IBS-HEADER.
           05 FILLER               PIC X(40) VALUE
              "Inter-Branch Settlement Report - ".
           05 IBS-HDR-DATE         PIC X(8).
       01 IBS-PAIR-LINE.
           05 FILLER               PIC X(8) VALUE "Branches".
           05 IBS-PAIR-A           PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 IBS-PAIR-A-NAME      PIC X(15).
           05 FILLER               PIC X(4) VALUE " /  ".
           05 IBS-PAIR-B           PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 IBS-PAIR-B-NAME      PIC X(15).
       01 IBS-COLS.
           05 FILLER               PIC X(47) VALUE
              "  Account     Transaction Taken Home  Ref      ".
           05 FILLER               PIC X(46) VALUE
              "Teller     Ccy         Amount Owed By  Owed To".
       01 IBS-DETAIL.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 IBS-ACCNO            PIC 9(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 IBS-TRANS            PIC X(12).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 IBS-POST-BR          PIC X(3).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 IBS-HOME-BR          PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 IBS-REF              PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 IBS-TELLER           PIC X(8).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 IBS-CCY              PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 IBS-AMT              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 IBS-OWED-BY          PIC X(3).
           05 FILLER               PIC X(6) VALUE SPACES.
           05 IBS-OWED-TO          PIC X(3).
       01 IBS-NET-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(5) VALUE "Net ".
           05 IBS-NET-CCY          PIC X(3).
           05 FILLER               PIC X(2) VALUE ": ".
           05 IBS-NET-TEXT         PIC X(30).
           05 IBS-NET-AMT          PIC ZZZ,ZZZ,ZZ9.99.
       01 IBS-TRAILER.
           05 FILLER               PIC X(20) VALUE "Branch pairs: ".
           05 IBS-TRL-PAIRS        PIC Z9.
           05 FILLER               PIC X(12) VALUE "    Items: ".
           05 IBS-TRL-ITEMS        PIC ZZZZ9.
      *> AMLA: each account's cash in and cash out for the banking
      *> day, from the passbook, against the covered-transaction
      *> threshold (dollar accounts at the day's buying rate), with a
      *> week's look-back for deposits kept just under it.
       01 WS-AML-FIELDS.
           05 WS-AML-THRESHOLD     PIC 9(9)V99 VALUE 500000.00.
           05 WS-AML-NEAR-FLOOR    PIC 9(9)V99 VALUE 450000.00.
           05 WS-AML-LOOKBACK      PIC 9(2) VALUE 7.
           05 WS-AML-INST-CODE     PIC X(8) VALUE "CTBMKT01".
           05 WS-AML-FROM          PIC 9(8).
           05 WS-AML-FROM-X REDEFINES WS-AML-FROM PIC X(8).
           05 WS-AML-TODAY         PIC X(8).
           05 WS-AML-EOF           PIC X.
           05 WS-AML-KIND          PIC X.
           05 WS-AML-AMT           PIC 9(9)V99.
           05 WS-AML-PHP           PIC 9(11)V99.
           05 WS-AML-RATE          PIC 9(3)V9999.
           05 WS-AML-TXN-CNT       PIC 9(4).
           05 WS-AML-CORR-CNT      PIC 9(4).
           05 WS-AML-ACCT-CNT      PIC 9(4).
           05 WS-AML-PRIOR-CNT     PIC 9(4).
           05 WS-AML-FULL          PIC X.
           05 WS-AML-FOUND         PIC X.
           05 WS-AML-ACCNO         PIC 9(10).
           05 WS-AML-CTR-CNT       PIC 9(5).
           05 WS-AML-CTR-TOT       PIC 9(13)V99.
           05 WS-AML-REV-CNT       PIC 9(5).
           05 WS-AML-FLAG          PIC X(44).
       01 WS-AML-TXN-TABLE.
           05 WS-AML-TXN OCCURS 3000 TIMES INDEXED BY WS-AT-IDX.
               10 AT-ACCNO         PIC 9(10).
               10 AT-DATE          PIC X(8).
               10 AT-KIND          PIC X.
               10 AT-AMT           PIC 9(9)V99.
               10 AT-REF           PIC X(8).
               10 AT-BR            PIC X(3).
               10 AT-LIVE          PIC X.
      *> earlier days of the look-back are only wanted for their
      *> deposits just under the threshold, so only those are held.
       01 WS-AML-PRIOR-TABLE.
           05 WS-AML-PRIOR OCCURS 1000 TIMES INDEXED BY WS-AP-IDX.
               10 AP-ACCNO         PIC 9(10).
               10 AP-REF           PIC X(8).
               10 AP-LIVE          PIC X.
       01 WS-AML-CORR-TABLE.
           05 WS-AML-CORR OCCURS 500 TIMES INDEXED BY WS-AC-IDX.
               10 AC-ACCNO         PIC 9(10).
               10 AC-REF           PIC X(8).
       01 WS-AML-ACCT-TABLE.
           05 WS-AML-ACCT OCCURS 1000 TIMES INDEXED BY WS-AA-IDX.
               10 AA-ACCNO         PIC 9(10).
               10 AA-RATE          PIC 9(3)V9999.
               10 AA-DEP-PHP       PIC 9(11)V99.
               10 AA-WD-PHP        PIC 9(11)V99.
               10 AA-DEP-CNT       PIC 9(4).
               10 AA-WD-CNT        PIC 9(4).
               10 AA-MAX-DEP       PIC 9(11)V99.
               10 AA-NEAR-CNT      PIC 9(4).
      *> covered transaction report, AMLC layout: a header, one
      *> detail per cash transaction of a covered account-day, and a
      *> trailer with the count and peso total.
       01 CTR-HDR.
           05 FILLER               PIC X(3) VALUE "HDR".
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-HDR-INST         PIC X(8).
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-HDR-DATE         PIC X(8).
           05 FILLER               PIC X(1) VALUE "|".
           05 FILLER               PIC X(3) VALUE "CTR".
       01 CTR-DTL.
           05 FILLER               PIC X(3) VALUE "DTL".
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-INST             PIC X(8).
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-TXN-DATE         PIC X(8).
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-TXN-REF          PIC X(8).
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-TXN-CODE         PIC X(4).
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-BRANCH           PIC X(3).
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-ACCNO            PIC 9(10).
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-CCY              PIC X(3).
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-AMT              PIC 9(11).99.
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-AMT-PHP          PIC 9(11).99.
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-DAY-PHP          PIC 9(11).99.
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-CIF              PIC 9(8).
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-NAME             PIC X(40).
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-BIRTH            PIC X(8).
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-ADDRESS          PIC X(60).
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-TIN              PIC X(15).
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-ID-TYPE          PIC X(12).
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-ID-NO            PIC X(20).
       01 CTR-TRL.
           05 FILLER               PIC X(3) VALUE "TRL".
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-TRL-CNT          PIC 9(5).
           05 FILLER               PIC X(1) VALUE "|".
           05 CTR-TRL-TOT          PIC 9(13).99.
       01 AMR-HEADER.
           05 FILLER               PIC X(40) VALUE
              "AMLA Review List - Cash Patterns - ".
           05 AMR-HDR-DATE         PIC X(8).
       01 AMR-COLS.
           05 FILLER               PIC X(48) VALUE
              "Account     CIF       Name                      ".
           05 FILLER               PIC X(33) VALUE
              "Deps  Near Cash In (PHP)  Pattern".
       01 AMR-DETAIL.
           05 AMR-ACCNO            PIC 9(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AMR-CIF              PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AMR-NAME             PIC X(25).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 AMR-DEP-CNT          PIC ZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AMR-NEAR-CNT         PIC ZZZ9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 AMR-DEP-PHP          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AMR-FLAG             PIC X(44).
       01 AMR-TRAILER.
           05 FILLER               PIC X(32) VALUE
              "Items for compliance review...: ".
           05 AMR-CNT              PIC ZZZZ9.
       01 RRG-HEADER.
           05 FILLER               PIC X(36) VALUE
              "Returned Check Register - ".
           05 RRG-HDR-DATE         PIC X(8).
       01 RRG-COLS.
           05 FILLER               PIC X(52) VALUE
              "Time    Account     Check No       Amount  Channel  ".
           05 FILLER               PIC X(40) VALUE
              "Presenter   Reason".
       01 RRG-DETAIL.
           05 RRG-TIME             PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RRG-ACCNO            PIC 9(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RRG-CHECK            PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RRG-AMT              PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RRG-CHANNEL          PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RRG-PRESENTER        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RRG-REASON           PIC X(24).
       01 RRG-TRAILER.
           05 RRG-TRL-LABEL        PIC X(32).
           05 RRG-TRL-CNT          PIC ZZZZ9.
       01 RRG-TOTAL.
           05 FILLER               PIC X(32) VALUE
              "Checks returned / amount......: ".
           05 RRG-CNT              PIC ZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RRG-TOT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *> Minimum maintaining balance per account type (req 009)
       01 WS-MIN-BAL               PIC 9(5)V99.
      *> End-of-day per-branch reconciliation totals (req 006)
           05 WS-BRANCH-ENTRY OCCURS 5 TIMES INDEXED BY WS-BR-IDX.
               10 WS-BR-CODE       PIC X(3).
               10 WS-BR-NAME       PIC X(15).
      *> signed: a same-day error correction backs its amount out.
               10 WS-BR-DEP-TOTAL  PIC S9(9)V99.
               10 WS-BR-WD-TOTAL   PIC S9(9)V99.
      *> Dollar account movements, in dollars, kept apart from the
      *> peso columns.
               10 WS-BR-USD-DEP    PIC S9(9)V99.
               10 WS-BR-USD-WD     PIC S9(9)V99.
       01 WS-BANK-DEP-TOTAL        PIC S9(10)V99.
       01 WS-BANK-WD-TOTAL         PIC S9(10)V99.
       01 WS-BANK-USD-DEP          PIC S9(10)V99.
       01 WS-BANK-USD-WD           PIC S9(10)V99.
      *> Month-end Savings interest batch (req 007)
       01 WS-MONTHLY-RATE          PIC V9999 VALUE .0025.
       01 WS-INTEREST              PIC 9(7)V99.
       01 WS-EOF-MASTER            PIC X VALUE 'N'.
      *> Customer information: the CIF carried with the account in
      *> hand, new-customer keying, and the inquiry's account list.
       01 WS-CIF-STATUS            PIC XX.
       01 WS-CIF-FIELDS.
           05 WS-CUR-CIF           PIC 9(8) VALUE 0.
           05 WS-CIF-KEY           PIC 9(8) VALUE 0.
           05 WS-CIF-ACCNO         PIC 9(10) VALUE 0.
           05 WS-CIF-NEXT          PIC 9(8).
           05 WS-CIF-FOUND         PIC X.
           05 WS-CIF-EOF           PIC X.
           05 WS-CIF-ANS           PIC X.
           05 WS-CIF-OK            PIC X.
           05 WS-CIF-ACCT-CNT      PIC 9(3).
           05 WS-CIF-TOTAL         PIC 9(11)V99.
           05 WS-CIF-INSURED       PIC 9(11)V99.
      *> PDIC maximum deposit insurance cover per depositor.
           05 WS-PDIC-MAX          PIC 9(7)V99 VALUE 500000.00.
           05 WS-CIF-BIRTH-MM      PIC 99.
           05 WS-CIF-BIRTH-DD      PIC 99.
       01 WS-CIF-NEW.
           05 WS-CN-NAME           PIC X(40).
           05 WS-CN-BIRTH          PIC 9(8).
           05 WS-CN-ADDRESS        PIC X(60).
           05 WS-CN-TIN            PIC X(15).
           05 WS-CN-ID-TYPE        PIC X(12).
           05 WS-CN-ID-NO          PIC X(20).
           05 WS-CN-CONTACT        PIC X(15).
       01 WS-CIF-SHOWN.
           05 WS-CIF-SHOW-LINE     PIC X(78) OCCURS 8 TIMES.
       01 CIF-ACCT-LINE.
           05 CAL-ACCNO            PIC 9(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CAL-ACCNAME          PIC X(25).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 CAL-TYPE             PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 CAL-BRANCH           PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 CAL-STATUS           PIC X(1).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CAL-BAL              PIC ZZZ,ZZZ,ZZ9.99.
       01 CIF-PRT-HEADER.
           05 FILLER               PIC X(20) VALUE
              "CUSTOMER INQUIRY - ".
           05 CPH-CIF              PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CPH-NAME             PIC X(40).
       01 CIF-PRT-TOTAL.
           05 FILLER               PIC X(22) VALUE
              "Accounts: ".
           05 CPT-CNT              PIC ZZ9.
           05 FILLER               PIC X(20) VALUE
              "   Combined: ".
           05 CPT-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(12) VALUE
              "   Insured: ".
           05 CPT-INSURED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *> BIR final withholding tax on savings interest: the account
      *> is credited the net, the withheld amount gets its own
      *> passbook line and a remittance record.
       01 WS-OPERATOR.
           05 WS-OPERATOR-ID       PIC X(8).
           05 WS-OPERATOR-VER      PIC X(8).
      *> the branch the operator is working at today.
           05 WS-SESSION-BR        PIC X(3).
       01 WS-AUD-COUNTS.
           05 WS-AUD-RECORDS       PIC 9(5) VALUE 0.
           05 WS-AUD-TXNS          PIC 9(5) VALUE 0.
           05 WS-TB-OPENING        PIC 9(12)V99 VALUE 0.
           05 WS-TB-CLOSING        PIC 9(12)V99 VALUE 0.
           05 WS-TB-SUM            PIC 9(12)V99.
           05 WS-TB-DEP            PIC S9(10)V99 VALUE 0.
           05 WS-TB-WD             PIC S9(10)V99 VALUE 0.
           05 WS-TB-INT            PIC 9(10)V99 VALUE 0.
           05 WS-TB-EXPECTED       PIC S9(12)V99.
           05 WS-TB-DIFF           PIC S9(12)V99.
      *> the same proof for the dollar accounts, in dollars.
           05 WS-TB-USD-OPENING    PIC 9(12)V99 VALUE 0.
           05 WS-TB-USD-CLOSING    PIC 9(12)V99 VALUE 0.
           05 WS-TB-USD-SUM        PIC 9(12)V99.
           05 WS-TB-USD-DEP        PIC S9(10)V99 VALUE 0.
           05 WS-TB-USD-WD         PIC S9(10)V99 VALUE 0.
           05 WS-TB-USD-EXPECTED   PIC S9(12)V99.
           05 WS-TB-USD-DIFF       PIC S9(12)V99.
           05 WS-TB-PHP-EQUIV      PIC S9(13)V99.
       01 TB-HEADER.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(26) VALUE
              "End of Day Trial Balance".
       01 TB-LINE.
           05 TB-LABEL             PIC X(26).
           05 TB-AMT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 TB-VERDICT-LINE.
           05 TB-VERDICT           PIC X(16).
           05 FILLER               PIC X(12) VALUE "Difference: ".
           05 TB-DIFF-AMT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 TB-USD-HEADER.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(34) VALUE
              "Dollar Accounts (USD)".
       01 TB-RATE-LINE.
           05 FILLER               PIC X(26) VALUE
              "Buying Rate Applied......".
           05 TB-RATE              PIC ZZZZZZZZZZZZ9.9999.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 TB-RATE-DATE         PIC X(8).

      *> Foreign exchange: treasury's rate file, the rate in effect
      *> today, transfer conversion and month-end revaluation.
       01 WS-FXR-STATUS            PIC XX.
       01 WS-FX-FIELDS.
           05 WS-FX-ASOF           PIC 9(8).
           05 WS-FX-FOUND          PIC X.
           05 WS-FX-EOF            PIC X.
           05 WS-FX-DATE           PIC 9(8).
           05 WS-FX-BUY            PIC 9(3)V9999.
           05 WS-FX-SELL           PIC 9(3)V9999.
      *> the rate in effect today: the newest posting on or before
      *> today, loaded at start of day and again when treasury posts.
           05 WS-FX-DAY-FOUND      PIC X VALUE 'N'.
           05 WS-FX-DAY-DATE       PIC 9(8) VALUE 0.
           05 WS-FX-DAY-BUY        PIC 9(3)V9999 VALUE 0.
           05 WS-FX-DAY-SELL       PIC 9(3)V9999 VALUE 0.
           05 WS-FX-NEW-DATE       PIC 9(8).
           05 WS-FX-NEW-BUY        PIC 9(3)V9999.
           05 WS-FX-NEW-SELL       PIC 9(3)V9999.
           05 WS-FX-ANS            PIC X.
           05 WS-FX-PHP            PIC S9(13)V99.
           05 WS-FX-PHP-2          PIC S9(13)V99.
      *> a transfer between a peso and a dollar account: what lands
      *> on the destination, and at what rate.
           05 WS-XFER-SRC-AMT      PIC 9(7)V99.
           05 WS-XFER-DST-AMT      PIC 9(7)V99.
           05 WS-XFER-RATE         PIC 9(3)V9999 VALUE 0.
           05 WS-XFER-FX-OK        PIC X.
       01 WS-RV-FIELDS.
           05 WS-RV-MONTH          PIC 9(6).
           05 WS-RV-YYYY           PIC 9(4).
           05 WS-RV-MM             PIC 9(2).
           05 WS-RV-END            PIC 9(8).
           05 WS-RV-PREV-END       PIC 9(8).
           05 WS-RV-OLD-RATE       PIC 9(3)V9999.
           05 WS-RV-NEW-RATE       PIC 9(3)V9999.
           05 WS-RV-OLD-DATE       PIC 9(8).
           05 WS-RV-NEW-DATE       PIC 9(8).
           05 WS-RV-OLD-PHP        PIC S9(12)V99.
           05 WS-RV-NEW-PHP        PIC S9(12)V99.
           05 WS-RV-CHANGE         PIC S9(12)V99.
           05 WS-RV-COUNT          PIC 9(5).
           05 WS-RV-TOT-USD        PIC 9(11)V99.
           05 WS-RV-TOT-OLD        PIC S9(13)V99.
           05 WS-RV-TOT-NEW        PIC S9(13)V99.
           05 WS-RV-TOT-CHG        PIC S9(13)V99.
       01 RV-HEADER.
           05 FILLER               PIC X(38) VALUE
              "Dollar Account Revaluation - Month ".
           05 RV-HDR-MONTH         PIC 9(6).
       01 RV-RATE-LINE.
           05 RV-RATE-LABEL        PIC X(30).
           05 RV-RATE              PIC ZZ9.9999.
           05 FILLER               PIC X(4) VALUE " on ".
           05 RV-RATE-DATE         PIC 9(8).
       01 RV-COLS.
           05 FILLER               PIC X(48) VALUE
              "Account     Name                      Br      ".
           05 FILLER               PIC X(64) VALUE
              "  USD Balance  PHP at Prior Rate    PHP at New Rate  Ch
      -       "ange".
       01 RV-DETAIL.
           05 RV-ACCNO             PIC 9(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RV-NAME              PIC X(25).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 RV-BRANCH            PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RV-USD               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RV-OLD-PHP           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 RV-NEW-PHP           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 RV-CHANGE            PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 RV-TOTAL.
           05 FILLER               PIC X(12) VALUE "TOTAL".
           05 RV-TOT-CNT           PIC ZZZZ9.
           05 FILLER               PIC X(26) VALUE " accounts".
           05 RV-TOT-USD           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RV-TOT-OLD           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 RV-TOT-NEW           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 RV-TOT-CHG           PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 RV-VERDICT.
           05 RV-VERDICT-TEXT      PIC X(40).
           05 RV-VERDICT-AMT       PIC Z,ZZZ,ZZZ,ZZ9.99.

      *> One bursar remittance line per tuition deposit posted; the
      *> layout is mirrored in PROG-PROBLEM-2's import mode.
           05 WS-RB-ANS            PIC X.
           05 WS-RB-VARCOUNT       PIC 9(4).
           05 WS-RB-DIFF           PIC S9(9)V99.
      *> variances summed per currency; dollars also shown in pesos.
           05 WS-RB-PHP-NET        PIC S9(11)V99.
           05 WS-RB-USD-NET        PIC S9(11)V99.
           05 WS-RB-EQUIV          PIC S9(13)V99.
       01 WS-RB-TABLE.
           05 WS-RB-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RB-IDX.
               10 RB-ACCNO         PIC X(10).
           05 VAR-HDR-DATE         PIC X(8).
       01 VAR-DETAIL.
           05 VAR-ACCNO            PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 VAR-CCY              PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 VAR-MST-BAL          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 VAR-DIFF             PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 VAR-NOTE             PIC X(20).
           05 VAR-PHP-EQ           PIC Z,ZZZ,ZZZ,ZZ9.99- BLANK WHEN
                                   ZERO.
       01 VAR-TRAILER.
           05 FILLER               PIC X(20) VALUE
              "Variances.........: ".
           05 VAR-CNT              PIC ZZZZ9.
       01 VAR-CCY-TOTAL.
           05 VAR-CCY-LABEL        PIC X(20).
           05 VAR-CCY-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 VAR-CCY-EQ-LABEL     PIC X(10).
           05 VAR-CCY-EQ           PIC Z,ZZZ,ZZZ,ZZ9.99- BLANK WHEN
                                   ZERO.

      *> The teller's own cash position: float declared at sign-on,
      *> cash in from cash deposits, cash out from withdrawals and
       01 WS-DISC-STATUS           PIC XX.
       01 WS-DRAWER-FIELDS.
           05 WS-DRAWER-FLOAT      PIC 9(9)V99 VALUE 0.
           05 WS-DRAWER-IN         PIC S9(9)V99 VALUE 0.
           05 WS-DRAWER-OUT        PIC S9(9)V99 VALUE 0.
           05 WS-DRAWER-EXPECTED   PIC S9(9)V99.
           05 WS-DRAWER-COUNTED    PIC 9(9)V99.
           05 WS-DRAWER-DIFF       PIC S9(9)V99.
      *> dollar notes taken in and paid out, in dollars: they are not
      *> peso drawer cash and are shown below the peso proof.
           05 WS-DRAWER-USD-IN     PIC S9(9)V99 VALUE 0.
           05 WS-DRAWER-USD-OUT    PIC S9(9)V99 VALUE 0.
       01 DRAWER-HEADER.
           05 FILLER               PIC X(22) VALUE
              "Teller Drawer Proof - ".
           05 FILLER               PIC X(1) VALUE SPACE.
           05 DSC-DIFF             PIC Z,ZZZ,ZZZ,ZZ9.99-.

      *> Same-day error correction: the original posting is found on
      *> the passbook by account, date and amount, reversed on the
      *> master with supervisor approval, and backed out of the
      *> drawer and branch figures it went into.
       01 WS-ECL-STATUS            PIC XX.
       01 WS-CORR-FIELDS.
           05 WS-CORR-ACCNO        PIC 9(10).
           05 WS-CORR-DATE         PIC 9(8).
           05 WS-CORR-AMT          PIC 9(7)V99.
           05 WS-CORR-ANS          PIC X.
           05 WS-CORR-EOF          PIC X.
           05 WS-CORR-COUNT        PIC 9(2).
           05 WS-CORR-DONE-CNT     PIC 9(2).
           05 WS-CORR-PICK         PIC 9(2).
           05 WS-CORR-J            PIC 9(2).
           05 WS-CORR-K            PIC 9(2).
           05 WS-CORR-NAME         PIC X(12).
           05 WS-CORR-REF          PIC X(8).
           05 WS-CORR-BR           PIC X(3).
           05 WS-CORR-TELLER       PIC X(8).
           05 WS-CORR-BAL          PIC X(14).
           05 WS-CORR-REG-CNT      PIC 9(4).
           05 WS-CORR-REG-TOT      PIC 9(11)V99.
       01 WS-CORR-TABLE.
           05 WS-CORR-ENTRY OCCURS 20 TIMES.
               10 CRT-NAME         PIC X(12).
               10 CRT-REF          PIC X(8).
               10 CRT-BR           PIC X(3).
               10 CRT-TELLER       PIC X(8).
               10 CRT-BAL          PIC X(14).
               10 CRT-STATE        PIC X.
       01 WS-CORR-DONE-TABLE.
           05 CRD-REF              PIC X(8) OCCURS 20 TIMES.
      *> a passbook line split back into every column, the tail
      *> included.
       01 WS-PB-PARSE.
           05 WS-PB-DATE           PIC X(8).
           05 FILLER               PIC X(1).
           05 WS-PB-ACCNO          PIC X(10).
           05 FILLER               PIC X(1).
           05 WS-PB-TRANSNAME      PIC X(12).
           05 FILLER               PIC X(1).
           05 WS-PB-AMT            PIC X(10).
           05 FILLER               PIC X(1).
           05 WS-PB-BAL            PIC X(14).
           05 FILLER               PIC X(1).
           05 WS-PB-POST-BR        PIC X(3).
           05 FILLER               PIC X(1).
           05 WS-PB-TELLER         PIC X(8).
           05 FILLER               PIC X(1).
           05 WS-PB-REF            PIC X(8).
           05 FILLER               PIC X(1).
           05 WS-PB-FX-RATE        PIC X(8).
           05 FILLER               PIC X(1).
           05 WS-PB-CHECK-NO       PIC X(8).
           05 FILLER               PIC X(1).
           05 WS-PB-HOME-BR        PIC X(3).
       01 ECL-REC.
           05 ECL-DATE             PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 ECL-TIME             PIC X(6).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 ECL-ACCNO            PIC 9(10).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 ECL-ORIG-NAME        PIC X(12).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 ECL-AMT              PIC 9(7)V99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 ECL-ORIG-REF         PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 ECL-BRANCH           PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 ECL-TELLER           PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 ECL-APPROVER         PIC X(8).
       01 CRG-HEADER.
           05 FILLER               PIC X(36) VALUE
              "Error Correction Register - ".
           05 CRG-HDR-DATE         PIC X(8).
       01 CRG-COLS.
           05 FILLER               PIC X(50) VALUE
              "Time    Account     Original      Orig Ref".
           05 FILLER               PIC X(46) VALUE
              "          Amount Br  Teller   Approved".
       01 CRG-DETAIL.
           05 CRG-TIME             PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CRG-ACCNO            PIC 9(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CRG-ORIG-NAME        PIC X(12).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CRG-ORIG-REF         PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CRG-AMT              PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CRG-BRANCH           PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 CRG-TELLER           PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 CRG-APPROVER         PIC X(8).
       01 CRG-TRAILER.
           05 FILLER               PIC X(20) VALUE
              "Corrections.......: ".
           05 CRG-CNT              PIC ZZZZ9.
           05 FILLER               PIC X(12) VALUE "  Amount: ".
           05 CRG-TOT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *> Standing instructions kept in a table while they are
      *> maintained or executed, then written back whole.
       01 WS-SI-STATUS             PIC XX.
              "Items rejected....: ".
           05 PREG-CNT-REJ         PIC ZZZZ9.

      *> Electric bill auto-debit run. One debit line per enrolled
      *> bill from BROWNOUT-BILLING, answered line for line on the
      *> return file; both layouts are mirrored in that program.
       01 WS-ADD-STATUS            PIC XX.
       01 WS-ADR-STATUS            PIC XX.
       01 WS-ADA-CONTROLS.
           05 WS-ADA-EOF           PIC X.
           05 WS-ADA-REASON        PIC X(35).
           05 WS-ADA-READ          PIC 9(5).
           05 WS-ADA-POSTED        PIC 9(5).
           05 WS-ADA-REFUSED       PIC 9(5).
           05 WS-ADA-AMT-TOT       PIC 9(11)V99.
       01 ADA-REC.
           05 ADA-ACCOUNT-NO       PIC X(10).
           05 ADA-BANK-ACCNO       PIC 9(10).
           05 ADA-CUST-NAME        PIC X(25).
           05 ADA-AMOUNT           PIC 9(7)V99.
           05 ADA-BILL-DATE        PIC 9(8).
           05 ADA-DUE-DATE         PIC 9(8).
       01 ADR-REC.
           05 ADR-ACCOUNT-NO       PIC X(10).
           05 ADR-BANK-ACCNO       PIC 9(10).
           05 ADR-AMOUNT           PIC 9(7)V99.
           05 ADR-DUE-DATE         PIC 9(8).
      *> 'P' debited, 'R' refused.
           05 ADR-RESULT           PIC X.
           05 ADR-REASON           PIC X(35).
           05 ADR-DATE             PIC 9(8).
       01 AREG-HEADER.
           05 FILLER               PIC X(36) VALUE
              "Electric Auto-Debit Posting Run - ".
           05 AREG-HDR-DATE        PIC X(8).
       01 AREG-DETAIL.
           05 AREG-ACCNO           PIC 9(10).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 AREG-ELEC-ACCNO      PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 AREG-AMT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 AREG-DISP            PIC X(9).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 AREG-REASON          PIC X(35).
       01 AREG-TRAILER-READ.
           05 FILLER               PIC X(20) VALUE
              "Debits read.......: ".
           05 AREG-CNT-READ        PIC ZZZZ9.
       01 AREG-TRAILER-POSTED.
           05 FILLER               PIC X(20) VALUE
              "Debits posted.....: ".
           05 AREG-CNT-POSTED      PIC ZZZZ9.
           05 FILLER               PIC X(10) VALUE "  Amount: ".
           05 AREG-AMT-TOT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 AREG-TRAILER-REJ.
           05 FILLER               PIC X(20) VALUE
              "Debits refused....: ".
           05 AREG-CNT-REJ         PIC ZZZZ9.

      *> Monthly statement run: an account's passbook lines for one
      *> month, with an opening balance carried in from the lines
      *> before it and a closing balance proved against the master.
           05 WS-AHIST-PERIOD      PIC 9(6).
           05 WS-SP-YYYY           PIC 9(4).
           05 WS-SP-MM             PIC S9(3).
      *> Passbook update: a book of WS-PBU-PAGES pages of
      *> WS-PBU-LINES lines. Lines print from just after the last
      *> one printed, archived months first, until the book is full.
       01 WS-PBP-STATUS            PIC XX.
       01 WS-PBU-FIELDS.
           05 WS-PBU-LINES         PIC 9(2) VALUE 20.
           05 WS-PBU-PAGES         PIC 9(3) VALUE 12.
           05 WS-PBU-MAX-MONTHS    PIC 9(2) VALUE 24.
           05 WS-PBU-ACCNO         PIC 9(10).
           05 WS-PBU-NEWBOOK       PIC X.
           05 WS-PBU-ANS           PIC X.
           05 WS-PBU-FOUND         PIC X.
           05 WS-PBU-FULL          PIC X.
           05 WS-PBU-PREV-KNOWN    PIC X.
           05 WS-PBU-PREV-BAL      PIC 9(9)V99.
           05 WS-PBU-CUR-DATE      PIC X(8).
           05 WS-PBU-SEQ           PIC 9(4).
           05 WS-PBU-DATE-NUM      PIC 9(8).
           05 WS-PBU-AMT           PIC 9(9)V99.
           05 WS-PBU-BAL           PIC 9(9)V99.
           05 WS-PBU-PRINTED       PIC 9(4).
           05 WS-PBU-PER           PIC 9(6).
           05 WS-PBU-END-PER       PIC 9(6).
           05 WS-PBU-YYYY          PIC 9(4).
           05 WS-PBU-MM            PIC 9(2).
       01 PBU-PAGE-HDR.
           05 FILLER               PIC X(20) VALUE "China Trust Bank".
           05 FILLER               PIC X(6) VALUE "Acct ".
           05 PBU-HDR-ACCNO        PIC 9(10).
           05 FILLER               PIC X(8) VALUE "  Book ".
           05 PBU-HDR-BOOK         PIC ZZ9.
           05 FILLER               PIC X(8) VALUE "  Page ".
           05 PBU-HDR-PAGE         PIC ZZ9.
       01 PBU-DETAIL.
           05 PBU-LINE-NO          PIC Z9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 PBU-DATE             PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 PBU-TRANS            PIC X(12).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 PBU-WD               PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 PBU-DEP              PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 PBU-BAL              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 PBU-TELLER           PIC X(8).
       01 WS-STMT-FIELDS.
           05 WS-STMT-ACCNO        PIC 9(10).
           05 WS-STMT-MONTH        PIC 9(6).
       01 STMT-DIFF-LINE.
           05 FILLER               PIC X(44) VALUE
              "  ** closing does not agree with the master".
      *> checks paid from the account in the month, listed after the
      *> balances the way the customer reconciles a checkbook.
       01 WS-STMT-PAID.
           05 WS-SPC-COUNT         PIC 9(3).
           05 WS-SPC-TOTAL         PIC 9(9)V99.
      *> FULL: this account's list ran out of room; SHORT: some
      *> statement of this run was printed with its list cut short.
           05 WS-SPC-FULL          PIC X.
           05 WS-SPC-SHORT         PIC X VALUE 'N'.
           05 WS-SPC-ENTRY OCCURS 500 TIMES INDEXED BY WS-SPC-IDX.
               10 SPC-CHECK        PIC X(8).
               10 SPC-DATE         PIC X(8).
               10 SPC-AMT          PIC X(10).
               10 SPC-HOW          PIC X(12).
       01 STMT-PAID-TITLE.
           05 FILLER               PIC X(30) VALUE
              "Checks Paid This Month".
       01 STMT-PAID-COLS.
           05 FILLER               PIC X(48) VALUE
              "Check No  Date Paid       Amount  Paid By".
       01 STMT-PAID-LINE.
           05 STMT-PD-CHECK        PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 STMT-PD-DATE         PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 STMT-PD-AMT          PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 STMT-PD-HOW          PIC X(12).
       01 STMT-PAID-FULL.
           05 FILLER               PIC X(50) VALUE
              "  ** more checks paid than this list can hold".
       01 STMT-PAID-TOTAL.
           05 FILLER               PIC X(10) VALUE "Checks: ".
           05 STMT-PD-CNT          PIC ZZ9.
           05 FILLER               PIC X(9) VALUE SPACES.
           05 STMT-PD-TOT          PIC ZZZ,ZZZ,ZZ9.99.

      *> Holds the teller's keyed transaction while a brand-new
      *> account's opening deposit is given its own posting trail.
           05 WS-SRC-BRANCH        PIC X(3).
           05 WS-SRC-BAL           PIC 9(9)V99.
           05 WS-SRC-STATUS        PIC X.
           05 WS-SRC-CIF           PIC 9(8).
           05 WS-DST-NAME          PIC X(25).
           05 WS-DST-TYPE          PIC X.
           05 WS-DST-BRANCH        PIC X(3).
           05 WS-DST-BAL           PIC 9(9)V99.
           05 WS-DST-STATUS        PIC X.
           05 WS-DST-CIF           PIC 9(8).
           05 WS-DST-FOUND         PIC X VALUE 'N'.
      *> Transaction history / passbook file (req 008)
       01 WS-HIST-STATUS           PIC XX.
           05 HIST-AMT             PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 HIST-BAL             PIC ZZZ,ZZZ,ZZ9.99.
      *> where the posting was taken, the teller whose drawer it went
      *> through (blank for batch runs), and the posting's reference
      *> -- the time it was made. An ERROR CORR line carries the
      *> reference of the posting it reverses.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 HIST-POST-BR         PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 HIST-TELLER          PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 HIST-REF             PIC X(8).
      *> the exchange rate a peso/dollar transfer converted at, on
      *> both of its lines; blank on every other posting.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 HIST-FX-RATE         PIC ZZ9.9999 BLANK WHEN ZERO.
      *> the check number on a check paid from a checking account.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 HIST-CHECK-NO        PIC Z(7)9 BLANK WHEN ZERO.
      *> the account's own branch; HIST-POST-BR above is where the
      *> posting was taken, and the two differ for an inter-branch
      *> transaction.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 HIST-HOME-BR         PIC X(3).
       01 WS-HIST-TELLER           PIC X(8) VALUE SPACES.
      *> set for counter postings to the teller's own branch; blank
      *> means the posting is taken where BRAN-CD-IN says.
       01 WS-HIST-POST-BR          PIC X(3) VALUE SPACES.
       01 WS-POST-BR               PIC X(3).
       01 WS-HIST-TIE              PIC X(8) VALUE SPACES.
       01 WS-HIST-RATE             PIC 9(3)V9999 VALUE 0.
       01 WS-HIST-CHECK            PIC 9(8) VALUE 0.
       01 H1.
           05 FILLER               PIC X(32) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE "China Trust Bank".
       01 RECON-BRANCH-LINE.
           05 RECON-BR-NAME        PIC X(15).
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 RECON-BR-DEP         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RECON-BR-WD          PIC ZZZ,ZZZ,ZZ9.99-.
       01 RECON-TOTAL-LINE.
           05 FILLER               PIC X(15) VALUE "BANK TOTAL".
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 RECON-TOT-DEP        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RECON-TOT-WD         PIC ZZZ,ZZZ,ZZ9.99-.
       01 RECON-USD-COL-HEADER.
           05 FILLER               PIC X(15) VALUE "Dollar Accts".
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 FILLER               PIC X(15) VALUE "USD Deposits".
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 FILLER               PIC X(15) VALUE "USD Withdrawals".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(19) VALUE "PHP Eq Deposits".
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 FILLER               PIC X(19) VALUE "PHP Eq Withdrawals".
       01 RECON-USD-LINE.
           05 RECON-USD-NAME       PIC X(15).
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 RECON-USD-DEP        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RECON-USD-WD         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RECON-PHP-DEP        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RECON-PHP-WD         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      *> General ledger journal extract. The day's postings are
      *> summed per transaction code and each code goes to the GL as
      *> one debit and one credit against the accounts GLMAP.TXT
      *> gives it, so every journal balances by construction. A code
      *> with no mapping stops the extract before anything is
      *> written, and a day GLPOSTED.TXT shows as already taken into
      *> the GL is never extracted again.
       01 WS-GLM-STATUS            PIC XX.
       01 WS-GLJ-STATUS            PIC XX.
       01 WS-GLP-STATUS            PIC XX.
       01 WS-GL-JNL-NAME           PIC X(70).
       01 WS-GL-FIELDS.
           05 WS-GL-SOURCE         PIC X(4) VALUE "BANK".
           05 WS-GL-DATE           PIC 9(8).
           05 WS-GL-DATE-X REDEFINES WS-GL-DATE PIC X(8).
           05 WS-GL-DATE-OK        PIC X.
           05 WS-GL-EOF            PIC X.
           05 WS-GL-POSTED         PIC X.
           05 WS-GL-OK             PIC X.
           05 WS-GL-RESULT         PIC X(40).
           05 WS-GL-TXN            PIC X(20).
           05 WS-GL-AMT            PIC 9(9)V99.
           05 WS-GL-MAP-COUNT      PIC 9(3).
           05 WS-GL-SUM-COUNT      PIC 9(3).
           05 WS-GL-HIT            PIC 9(3).
           05 WS-GL-SUM-HIT        PIC 9(3).
           05 WS-GL-LINE-NO        PIC 9(6).
           05 WS-GL-TOT-DR         PIC 9(11)V99.
           05 WS-GL-TOT-CR         PIC 9(11)V99.
       01 WS-GL-MAP-TABLE.
           05 WS-GL-MAP-ENTRY OCCURS 60 TIMES INDEXED BY WS-GLM-IDX.
               10 GMT-TXN          PIC X(20).
               10 GMT-DR-ACCT      PIC X(10).
               10 GMT-CR-ACCT      PIC X(10).
       01 WS-GL-SUM-TABLE.
           05 WS-GL-SUM-ENTRY OCCURS 60 TIMES INDEXED BY WS-GLS-IDX.
               10 GLS-TXN          PIC X(20).
               10 GLS-COUNT        PIC 9(6).
               10 GLS-AMOUNT       PIC 9(11)V99.
      *> one GLMAP.TXT line: source system, transaction code, the
      *> accounts it debits and credits, and a description for the
      *> journal listing.
       01 GM-REC.
           05 GM-SOURCE            PIC X(4).
           05 FILLER               PIC X.
           05 GM-TXN               PIC X(20).
           05 FILLER               PIC X.
           05 GM-DR-ACCT           PIC X(10).
           05 FILLER               PIC X.
           05 GM-CR-ACCT           PIC X(10).
           05 FILLER               PIC X.
           05 GM-DESC              PIC X(30).
      *> one journal line: 'H' header (who extracted it and when),
      *> 'D' one debit or credit, 'T' trailer with the line count
      *> and both totals.
       01 GJ-REC.
           05 GJ-REC-TYPE          PIC X.
           05 GJ-SOURCE            PIC X(4).
           05 GJ-DATE              PIC X(8).
           05 GJ-BODY              PIC X(60).
           05 GJ-DETAIL REDEFINES GJ-BODY.
               10 GJ-LINE-NO       PIC 9(6).
               10 GJ-ACCT          PIC X(10).
               10 GJ-DRCR          PIC X.
               10 GJ-AMOUNT        PIC 9(11)V99.
               10 GJ-TXN           PIC X(20).
               10 GJ-COUNT         PIC 9(6).
               10 FILLER           PIC X(4).
           05 GJ-HEADER REDEFINES GJ-BODY.
               10 GJH-OPERATOR     PIC X(8).
               10 GJH-RUN-DATE     PIC X(8).
               10 GJH-RUN-TIME     PIC X(6).
               10 FILLER           PIC X(38).
           05 GJ-TRAILER REDEFINES GJ-BODY.
               10 GJT-LINES        PIC 9(6).
               10 GJT-TOT-DR       PIC 9(11)V99.
               10 GJT-TOT-CR       PIC 9(11)V99.
               10 FILLER           PIC X(28).
      *> one GLPOSTED.TXT line: a source's day taken into the GL.
       01 GP-REC.
           05 GP-SOURCE            PIC X(4).
           05 FILLER               PIC X VALUE SPACE.
           05 GP-DATE              PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 GP-POST-DATE         PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 GP-POST-TIME         PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 GP-OPERATOR          PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 GP-LINES             PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 GP-TOTAL             PIC 9(11)V99.
      *> the day's passbook postings, kept so an ERROR CORR line can
      *> be booked as the reversal of the posting it corrects. A
      *> correction whose posting is not in the table goes to the
      *> GL under its own ERROR CORR code instead.
       01 WS-GL-DAY-FIELDS.
           05 WS-GL-DAY-COUNT      PIC 9(4).
           05 WS-GL-DAY-HIT        PIC 9(4).
           05 WS-GL-ACCTYPE        PIC X.
           05 WS-GL-ORIG-NAME      PIC X(12).
       01 WS-GL-DAY-TABLE.
           05 WS-GL-DAY-ENTRY OCCURS 3000 TIMES INDEXED BY WS-GLD-IDX.
               10 GLD-ACCNO        PIC X(10).
               10 GLD-REF          PIC X(8).
               10 GLD-NAME         PIC X(12).

       SCREEN SECTION.
       01 HEADER.
           05 LINE 6 COL 35 PIC X(25) USING ACCNAME-IN REQUIRED AUTO.
       01 SCR-CUR-ACCNAME.
           05 LINE 6 COL 35 PIC X(25) FROM MST-ACCNAME HIGHLIGHT.
       01 SCR-ACC-CIF.
           05 LINE 5 COL 47 VALUE "CIF (0 = new): ".
           05 LINE 5 COL 62 PIC 9(8) USING WS-CIF-KEY REQUIRED.
       01 SCR-CUR-CIF.
           05 LINE 5 COL 47 VALUE "CIF          : ".
           05 LINE 5 COL 62 PIC 9(8) FROM WS-CUR-CIF HIGHLIGHT.
       01 SCR-G-CODE.
           05 LINE 7 COL 35 PIC X USING G-CODE-IN REQUIRED AUTO.
       01 SCR-GEN-NAME.
           05 LINE 13 COL 5 VALUE "11 - Run standing instructions".
           05 LINE 14 COL 5 VALUE "12 - Withholding tax remittance".
           05 LINE 15 COL 5 VALUE "13 - Rebuild master".
           05 LINE 16 COL 5 VALUE "14 - Same-day error correction".
           05 LINE 4 COL 45 VALUE "15 - Customer inquiry (CIF)".
           05 LINE 5 COL 45 VALUE "16 - Dollar rates (treasury)".
           05 LINE 6 COL 45 VALUE "17 - Dollar revaluation".
           05 LINE 7 COL 45 VALUE "18 - Checkbooks / stop payment".
           05 LINE 8 COL 45 VALUE "19 - Passbook update".
           05 LINE 9 COL 45 VALUE "20 - Electric auto-debit posting".
           05 LINE 10 COL 45 VALUE "21 - GL journal extract".
           05 LINE 17 COL 5 VALUE "9 - End of day".
           05 LINE 19 COL 5 VALUE "Choice: ".
           05 LINE 19 COL 13 PIC 99 USING WS-MENU-CHOICE REQUIRED
       01 SCR-MENU-ERROR.
           05 LINE 21 COL 5 FROM ERR-MSG.

       01 SCR-CIF-FORM.
           05 BLANK SCREEN.
           05 LINE 1 COL 25 VALUE "New Customer Information".
           05 LINE 3 COL 1 VALUE "Full Name        : ".
           05 LINE 3 COL 20 PIC X(40) USING WS-CN-NAME REQUIRED.
           05 LINE 4 COL 1 VALUE "Birth (YYYYMMDD) : ".
           05 LINE 4 COL 20 PIC 9(8) USING WS-CN-BIRTH REQUIRED.
           05 LINE 5 COL 1 VALUE "Address          : ".
           05 LINE 5 COL 20 PIC X(60) USING WS-CN-ADDRESS REQUIRED.
           05 LINE 6 COL 1 VALUE "TIN              : ".
           05 LINE 6 COL 20 PIC X(15) USING WS-CN-TIN.
           05 LINE 7 COL 1 VALUE "ID Type          : ".
           05 LINE 7 COL 20 PIC X(12) USING WS-CN-ID-TYPE REQUIRED.
           05 LINE 8 COL 1 VALUE "ID Number        : ".
           05 LINE 8 COL 20 PIC X(20) USING WS-CN-ID-NO REQUIRED.
           05 LINE 9 COL 1 VALUE "Contact Number   : ".
           05 LINE 9 COL 20 PIC X(15) USING WS-CN-CONTACT.
       01 SCR-CIF-ASK.
           05 LINE 11 COL 1 VALUE "Save this customer (Y/N)?: ".
           05 LINE 11 COL 29 PIC X USING WS-CIF-ANS REQUIRED AUTO.
       01 SCR-CIF-ASSIGNED.
           05 LINE 13 COL 1 VALUE "CIF Number assigned: ".
           05 LINE 13 COL 22 PIC 9(8) FROM WS-CIF-KEY HIGHLIGHT.
       01 SCR-CIF-ERROR.
           05 LINE 15 COL 1 FROM ERR-MSG.

       01 SCR-CIFQ-PROMPT.
           05 BLANK SCREEN.
           05 LINE 1 COL 30 VALUE "Customer Inquiry".
           05 LINE 3 COL 1 VALUE "CIF Number (0 = by account): ".
           05 LINE 3 COL 31 PIC 9(8) USING WS-CIF-KEY REQUIRED.
       01 SCR-CIFQ-ACCNO.
           05 LINE 4 COL 1 VALUE "Account Number            : ".
           05 LINE 4 COL 31 PIC 9(10) USING WS-CIF-ACCNO REQUIRED.
       01 SCR-CIFQ-DETAIL.
           05 LINE 6 COL 1 VALUE "Name   : ".
           05 LINE 6 COL 10 PIC X(40) FROM CIF-NAME HIGHLIGHT.
           05 LINE 6 COL 52 VALUE "Born: ".
           05 LINE 6 COL 58 PIC 9(8) FROM CIF-BIRTH HIGHLIGHT.
           05 LINE 7 COL 1 VALUE "Address: ".
           05 LINE 7 COL 10 PIC X(60) FROM CIF-ADDRESS.
           05 LINE 8 COL 1 VALUE "TIN    : ".
           05 LINE 8 COL 10 PIC X(15) FROM CIF-TIN.
           05 LINE 8 COL 27 VALUE "ID: ".
           05 LINE 8 COL 31 PIC X(12) FROM CIF-ID-TYPE.
           05 LINE 8 COL 44 PIC X(20) FROM CIF-ID-NO.
           05 LINE 9 COL 1 VALUE "Contact: ".
           05 LINE 9 COL 10 PIC X(15) FROM CIF-CONTACT.
           05 LINE 11 COL 1 VALUE
              "Account     Name                      T Br  S".
           05 LINE 11 COL 55 VALUE "Balance".
           05 LINE 12 COL 1 PIC X(78) FROM WS-CIF-SHOW-LINE(1).
           05 LINE 13 COL 1 PIC X(78) FROM WS-CIF-SHOW-LINE(2).
           05 LINE 14 COL 1 PIC X(78) FROM WS-CIF-SHOW-LINE(3).
           05 LINE 15 COL 1 PIC X(78) FROM WS-CIF-SHOW-LINE(4).
           05 LINE 16 COL 1 PIC X(78) FROM WS-CIF-SHOW-LINE(5).
           05 LINE 17 COL 1 PIC X(78) FROM WS-CIF-SHOW-LINE(6).
           05 LINE 18 COL 1 PIC X(78) FROM WS-CIF-SHOW-LINE(7).
           05 LINE 19 COL 1 PIC X(78) FROM WS-CIF-SHOW-LINE(8).
           05 LINE 20 COL 1 VALUE "Accounts: ".
           05 LINE 20 COL 11 PIC ZZ9 FROM WS-CIF-ACCT-CNT HIGHLIGHT.
           05 LINE 20 COL 16 VALUE "Combined: ".
           05 LINE 20 COL 26 PIC ZZ,ZZZ,ZZZ,ZZ9.99 FROM WS-CIF-TOTAL
               HIGHLIGHT.
           05 LINE 20 COL 45 VALUE "PDIC insured: ".
           05 LINE 20 COL 59 PIC ZZ,ZZZ,ZZZ,ZZ9.99
               FROM WS-CIF-INSURED HIGHLIGHT.
       01 SCR-CIFQ-ERROR.
           05 LINE 22 COL 1 FROM ERR-MSG.

       01 SCR-FX-FORM.
           05 BLANK SCREEN.
           05 LINE 1 COL 22 VALUE "Dollar Exchange Rates (Treasury)".
           05 LINE 3 COL 1 VALUE "Rate in effect today : ".
           05 LINE 3 COL 25 PIC 9(8) FROM WS-FX-DAY-DATE.
           05 LINE 3 COL 35 VALUE "Buy ".
           05 LINE 3 COL 39 PIC ZZ9.9999 FROM WS-FX-DAY-BUY.
           05 LINE 3 COL 49 VALUE "Sell ".
           05 LINE 3 COL 54 PIC ZZ9.9999 FROM WS-FX-DAY-SELL.
           05 LINE 5 COL 1 VALUE "Rate Date (YYYYMMDD)  : ".
           05 LINE 5 COL 25 PIC 9(8) USING WS-FX-NEW-DATE REQUIRED.
           05 LINE 6 COL 1 VALUE "Buying Rate (PHP/USD) : ".
           05 LINE 6 COL 25 PIC 999.9999 USING WS-FX-NEW-BUY REQUIRED.
           05 LINE 7 COL 1 VALUE "Selling Rate (PHP/USD): ".
           05 LINE 7 COL 25 PIC 999.9999 USING WS-FX-NEW-SELL
               REQUIRED.
       01 SCR-FX-ASK.
           05 LINE 9 COL 1 VALUE "Post this rate (Y/N)?: ".
           05 LINE 9 COL 25 PIC X USING WS-FX-ANS REQUIRED AUTO.
       01 SCR-FX-ERROR.
           05 LINE 11 COL 1 FROM ERR-MSG.
       01 SCR-RV-PROMPT.
           05 BLANK SCREEN.
           05 LINE 1 COL 24 VALUE "Dollar Account Revaluation".
           05 LINE 3 COL 1 VALUE "Month to revalue (YYYYMM): ".
           05 LINE 3 COL 29 PIC 9(6) USING WS-RV-MONTH REQUIRED.
       01 SCR-RV-ERROR.
           05 LINE 5 COL 1 FROM ERR-MSG.
       01 SCR-XFER-RATE.
           05 LINE 14 COL 1 VALUE "FX Rate / Credited: ".
           05 LINE 14 COL 35 PIC ZZ9.9999 FROM WS-XFER-RATE HIGHLIGHT.
           05 LINE 14 COL 45 PIC Z,ZZZ,ZZ9.99 FROM WS-XFER-DST-AMT
               HIGHLIGHT.

       01 SCR-CHECK-NO.
           05 LINE 11 COL 47 VALUE "Check No: ".
           05 LINE 11 COL 57 PIC 9(8) USING WS-CHK-NO REQUIRED.
       01 SCR-CHK-FORM.
           05 BLANK SCREEN.
           05 LINE 1 COL 22 VALUE "Checkbooks and Stop-Payment Orders".
           05 LINE 3 COL 1 VALUE
               "Action (I=Issue book S=Stop L=Lift Q=Quit): ".
           05 LINE 3 COL 46 PIC X USING WS-CHK-ACT REQUIRED AUTO.
           05 LINE 4 COL 1 VALUE "Account Number          : ".
           05 LINE 4 COL 27 PIC 9(10) USING WS-CHK-ACCNO.
           05 LINE 5 COL 1 VALUE "First / Stopped Check No: ".
           05 LINE 5 COL 27 PIC 9(8) USING WS-CHK-FROM.
           05 LINE 6 COL 1 VALUE "Last Check No (issue)   : ".
           05 LINE 6 COL 27 PIC 9(8) USING WS-CHK-TO.
           05 LINE 7 COL 1 VALUE "Stop Reason             : ".
           05 LINE 7 COL 27 PIC X(30) USING WS-CHK-SP-REASON.
       01 SCR-CHK-NAME.
           05 LINE 4 COL 40 PIC X(25) FROM MST-ACCNAME HIGHLIGHT.
       01 SCR-CHK-ASK.
           05 LINE 9 COL 1 VALUE "Record this (Y/N)?: ".
           05 LINE 9 COL 22 PIC X USING WS-CHK-ANS REQUIRED AUTO.
       01 SCR-CHK-ERROR.
           05 LINE 11 COL 1 FROM ERR-MSG.

       01 SCR-PBU-FORM.
           05 BLANK SCREEN.
           05 LINE 1 COL 30 VALUE "Passbook Update".
           05 LINE 3 COL 1 VALUE "Account Number        : ".
           05 LINE 3 COL 25 PIC 9(10) USING WS-PBU-ACCNO REQUIRED.
           05 LINE 4 COL 1 VALUE "New book issued (Y/N) : ".
           05 LINE 4 COL 25 PIC X USING WS-PBU-NEWBOOK REQUIRED AUTO.
       01 SCR-PBU-INFO.
           05 LINE 6 COL 1 VALUE "Name                  : ".
           05 LINE 6 COL 25 PIC X(25) FROM MST-ACCNAME.
           05 LINE 7 COL 1 VALUE "Book / Page / Line    : ".
           05 LINE 7 COL 25 PIC ZZ9 FROM PBP-BOOK.
           05 LINE 7 COL 30 PIC ZZ9 FROM PBP-PAGE.
           05 LINE 7 COL 35 PIC Z9 FROM PBP-LINE.
           05 LINE 8 COL 1 VALUE "Lines printed         : ".
           05 LINE 8 COL 25 PIC ZZZ9 FROM WS-PBU-PRINTED.
       01 SCR-PBU-ERROR.
           05 LINE 10 COL 1 FROM ERR-MSG.

       01 SCR-CORR-FORM.
           05 BLANK SCREEN.
           05 LINE 1 COL 22 VALUE "Same-Day Error Correction".
           05 LINE 3 COL 1 VALUE "Account Number     : ".
           05 LINE 3 COL 25 PIC 9(10) USING WS-CORR-ACCNO REQUIRED.
           05 LINE 4 COL 1 VALUE "Posting Date       : ".
           05 LINE 4 COL 25 PIC 9(8) USING WS-CORR-DATE REQUIRED.
           05 LINE 5 COL 1 VALUE "Amount Posted      : ".
           05 LINE 5 COL 25 PIC 9(7).99 USING WS-CORR-AMT REQUIRED.
       01 SCR-CORR-ITEM.
           05 LINE 7 COL 1 VALUE "Transaction        : ".
           05 LINE 7 COL 25 PIC X(12) FROM WS-CORR-NAME HIGHLIGHT.
           05 LINE 8 COL 1 VALUE "Posted at (ref)    : ".
           05 LINE 8 COL 25 PIC X(8) FROM WS-CORR-REF HIGHLIGHT.
           05 LINE 9 COL 1 VALUE "Branch / Teller    : ".
           05 LINE 9 COL 25 PIC X(3) FROM WS-CORR-BR HIGHLIGHT.
           05 LINE 9 COL 30 PIC X(8) FROM WS-CORR-TELLER HIGHLIGHT.
           05 LINE 10 COL 1 VALUE "Balance after      : ".
           05 LINE 10 COL 25 PIC X(14) FROM WS-CORR-BAL HIGHLIGHT.
       01 SCR-CORR-ASK.
           05 LINE 12 COL 1 VALUE "Reverse this posting (Y/N)?: ".
           05 LINE 12 COL 31 PIC X USING WS-CORR-ANS REQUIRED AUTO.
       01 SCR-CORR-ERROR.
           05 LINE 17 COL 1 FROM ERR-MSG.

       01 SCR-SIGNON.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "Operator Sign-On".
       01 SCR-SIGNON-VER.
           05 LINE 4 COL 1 VALUE "Re-enter ID : ".
           05 LINE 4 COL 16 PIC X(8) USING WS-OPERATOR-VER REQUIRED.
       01 SCR-SIGNON-BR.
           05 LINE 5 COL 1 VALUE "Branch      : ".
           05 LINE 5 COL 16 PIC X(3) USING WS-SESSION-BR REQUIRED AUTO.
       01 SCR-SIGNON-ERROR.
           05 LINE 6 COL 1 FROM ERR-MSG.

           05 LINE 3 COL 20 PIC 9(6) USING WS-WTAX-MONTH REQUIRED.
       01 SCR-WTAX-ERROR.
           05 LINE 5 COL 1 FROM ERR-MSG.
       01 SCR-GLJ-PROMPT.
           05 BLANK SCREEN.
           05 LINE 1 COL 20 VALUE "General Ledger Journal Extract".
           05 LINE 3 COL 1 VALUE "Business date (YYYYMMDD): ".
           05 LINE 3 COL 28 PIC 9(8) USING WS-GL-DATE.
           05 LINE 4 COL 1 VALUE "  (0 = today)".
       01 SCR-GLJ-ERROR.
           05 LINE 6 COL 1 FROM ERR-MSG.
       01 SCR-FLOAT.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "Drawer Opening Float".
           05 LINE 9 COL 1 VALUE
              "Action - C=Close F=Freeze A=Reactivate".
           05 LINE 10 COL 1 VALUE
              "         N=Correct Name B=Correct Branch L=Link CIF".
           05 LINE 11 COL 1 VALUE "Action: ".
       01 SCR-MAINT-ACCNO.
           05 LINE 4 COL 35 PIC 9(10) USING ACCNO-IN REQUIRED AUTO.
           05 LINE 13 COL 1 VALUE "New Branch Code: ".
           05 LINE 13 COL 35 PIC X(3) USING WS-NEW-BRANCH REQUIRED
               AUTO.
       01 SCR-MAINT-NEWCIF.
           05 LINE 13 COL 1 VALUE "CIF Number: ".
           05 LINE 13 COL 35 PIC 9(8) USING WS-CIF-KEY REQUIRED.
       01 SCR-MAINT-ERROR.
           05 LINE 15 COL 1 FROM ERR-MSG.
       01 SCR-MAINT-CONTINUE.
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       MOVE SPACE TO EOFSW
      *> counter postings carry the teller whose drawer they moved.
                       MOVE WS-OPERATOR-ID TO WS-HIST-TELLER
                       MOVE WS-SESSION-BR TO WS-HIST-POST-BR
                       PERFORM PROCESS-RTN UNTIL EOFSW = 'N' OR 'n'
                       MOVE SPACES TO WS-HIST-TELLER WS-HIST-POST-BR
                   WHEN 2
                       PERFORM INTEREST-BATCH-RTN
                   WHEN 3
                       PERFORM WTAX-REPORT-RTN
                   WHEN 13
                       PERFORM REBUILD-MASTER-RTN
                   WHEN 14
                       PERFORM CORRECTION-RTN
                   WHEN 15
                       PERFORM CIF-INQUIRY-RTN
                   WHEN 16
                       PERFORM FX-RATE-RTN
                   WHEN 17
                       PERFORM FX-REVAL-RTN
                   WHEN 18
                       PERFORM CHECKBOOK-RTN
                   WHEN 19
                       PERFORM PASSBOOK-UPDATE-RTN
                   WHEN 20
                       PERFORM ADA-POST-RTN
                   WHEN 21
                       PERFORM GL-JOURNAL-RTN
               END-EVALUATE
           END-PERFORM

           STRING FUNCTION TRIM(WS-DIR-P3) "TDMATURE.TXT"
               DELIMITED BY SIZE INTO WS-PATH-TDMAT
           STRING FUNCTION TRIM(WS-DIR-P3) "CHECKQ.TXT"
               DELIMITED BY SIZE INTO WS-PATH-CHECKQ
           STRING FUNCTION TRIM(WS-DIR-P3) "ERRCORR.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ERRCORR
           STRING FUNCTION TRIM(WS-DIR-P3) "CORRREG.TXT"
               DELIMITED BY SIZE INTO WS-PATH-CORRREG
           STRING FUNCTION TRIM(WS-DIR-P3) "CUSTMAST.DAT"
               DELIMITED BY SIZE INTO WS-PATH-CUSTMAST
           STRING FUNCTION TRIM(WS-DIR-P3) "FXRATE.TXT"
               DELIMITED BY SIZE INTO WS-PATH-FXRATE
           STRING FUNCTION TRIM(WS-DIR-P3) "FXREVAL.TXT"
               DELIMITED BY SIZE INTO WS-PATH-FXREVAL
           STRING FUNCTION TRIM(WS-DIR-P3) "CHKBOOK.TXT"
               DELIMITED BY SIZE INTO WS-PATH-CHKBOOK
           STRING FUNCTION TRIM(WS-DIR-P3) "STOPPAY.TXT"
               DELIMITED BY SIZE INTO WS-PATH-STOPPAY
           STRING FUNCTION TRIM(WS-DIR-P3) "CHKPAID.TXT"
               DELIMITED BY SIZE INTO WS-PATH-CHKPAID
           STRING FUNCTION TRIM(WS-DIR-P3) "RETCHK.TXT"
               DELIMITED BY SIZE INTO WS-PATH-RETCHK
           STRING FUNCTION TRIM(WS-DIR-P3) "INCLEAR.TXT"
               DELIMITED BY SIZE INTO WS-PATH-INCLEAR
           STRING FUNCTION TRIM(WS-DIR-P3) "RETREG.TXT"
               DELIMITED BY SIZE INTO WS-PATH-RETREG
           STRING FUNCTION TRIM(WS-DIR-P3) "AMLACTR.TXT"
               DELIMITED BY SIZE INTO WS-PATH-AMLCTR
           STRING FUNCTION TRIM(WS-DIR-P3) "AMLAREV.TXT"
               DELIMITED BY SIZE INTO WS-PATH-AMLREV
           STRING FUNCTION TRIM(WS-DIR-P3) "PBPOS.DAT"
               DELIMITED BY SIZE INTO WS-PATH-PBPOS
           STRING FUNCTION TRIM(WS-DIR-P3) "PBPRINT.TXT"
               DELIMITED BY SIZE INTO WS-PATH-PBPRINT
           STRING FUNCTION TRIM(WS-DIR-P3) "IBSETTLE.TXT"
               DELIMITED BY SIZE INTO WS-PATH-IBSETTLE
           STRING FUNCTION TRIM(WS-DIR-SHARE) "ADADEBIT.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ADADEBIT
           STRING FUNCTION TRIM(WS-DIR-SHARE) "ADARETRN.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ADARETRN
           STRING FUNCTION TRIM(WS-DIR-P3) "ADAREG.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ADAREG
           STRING FUNCTION TRIM(WS-DIR-SHARE) "GLMAP.TXT"
               DELIMITED BY SIZE INTO WS-PATH-GLMAP
           STRING FUNCTION TRIM(WS-DIR-SHARE) "GLPOSTED.TXT"
               DELIMITED BY SIZE INTO WS-PATH-GLPOSTED.

       BATCH-MODE-RTN.
      *> Collects this program's lines from the parameter file and
      *> runs them in order with no prompts: INTEREST (period
      *> YYYYMM), STATEMENT (month YYYYMM, all accounts) and
      *> GLJOURNAL (business date YYYYMMDD). The operator of record
      *> comes off the parameter line.
           OPEN INPUT BPARM-FILE
           IF WS-BPARM-STATUS NOT = "00"
               EXIT PARAGRAPH
                       MOVE 'Y' TO WS-BP-EOF
                   NOT AT END
                       IF (BP-FUNCTION = "INTEREST"
                           OR BP-FUNCTION = "STATEMENT"
                           OR BP-FUNCTION = "GLJOURNAL")
                           AND WS-BP-COUNT < 10
                           ADD 1 TO WS-BP-COUNT
                           MOVE BP-FUNCTION
           PERFORM WRITE-AUDIT-RTN
           CLOSE BANK-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE HISTORY-FILE
           CLOSE MAINT-FILE
           CLOSE OVERRIDE-FILE.
                   MOVE FUNCTION NUMVAL(BPT-PER(WS-BP-J)(1:6))
                       TO WS-STMT-MONTH
                   PERFORM STATEMENT-RTN
      *> a statement printed short is not done; it reruns once the
      *> list is put right.
                   IF WS-SPC-SHORT = 'Y'
                       MOVE "FAILED - check list full" TO BR-DISP
                       PERFORM WRITE-RUN-REPORT
                       MOVE 8 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
               WHEN "GLJOURNAL"
                   MOVE BPT-PER(WS-BP-J) TO WS-GL-DATE-X
                   PERFORM GL-CHECK-DATE
                   IF WS-GL-DATE-OK = 'N'
                       MOVE "FAILED - bad period" TO BR-DISP
                       PERFORM WRITE-RUN-REPORT
                       MOVE 8 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM GL-EXTRACT-RTN
      *> a refused or failed extract is not done: the date stays
      *> open for the rerun once the map or the day is put right.
                   IF WS-GL-OK = 'N'
                       MOVE WS-GL-RESULT TO BR-DISP
                       PERFORM WRITE-RUN-REPORT
                       MOVE 8 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           MOVE "COMPLETED" TO BR-DISP
           PERFORM WRITE-RUN-REPORT
                       DISPLAY SCR-SIGNON-ERROR
                   END-IF
               END-IF
           END-PERFORM
      *> the branch the operator works at is where the counter
      *> postings are taken, whatever the account's own branch.
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               MOVE SPACES TO WS-SESSION-BR
               DISPLAY SCR-SIGNON-BR
               ACCEPT SCR-SIGNON-BR
               MOVE FUNCTION UPPER-CASE(WS-SESSION-BR) TO WS-SESSION-BR
               IF WS-SESSION-BR = 'PAR' OR WS-SESSION-BR = 'PAS'
                   OR WS-SESSION-BR = 'MAN' OR WS-SESSION-BR = 'SME'
                   OR WS-SESSION-BR = 'SJA'
                   MOVE 'Y' TO FLAGSW
                   MOVE SPACES TO ERR-MSG
               ELSE
                   MOVE 'ERROR: PAR, PAS, MAN, SME, SJA Only!'
                       TO ERR-MSG
               END-IF
               DISPLAY SCR-SIGNON-ERROR
           END-PERFORM.

       DECLARE-FLOAT-RTN.
               DISPLAY SCR-MENU
               ACCEPT SCR-MENU
               IF WS-MENU-CHOICE = 1 OR 2 OR 3 OR 4 OR 5 OR 6 OR 7
                   OR 8 OR 9 OR 10 OR 11 OR 12 OR 13 OR 14 OR 15
                   OR 16 OR 17 OR 18 OR 19 OR 20 OR 21
                   MOVE 'Y' TO FLAGSW
                   MOVE SPACES TO ERR-MSG
                   DISPLAY SCR-MENU-ERROR
               ELSE
                   MOVE 'ERROR: 1 to 21 Only' TO ERR-MSG
                   DISPLAY SCR-MENU-ERROR
               END-IF
           END-PERFORM.
           WRITE OUTREC FROM SH1
           WRITE OUTREC FROM SH2
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM OPEN-CUSTOMER-MASTER
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               OPEN OUTPUT OVERRIDE-FILE
           END-IF
           PERFORM INIT-BRANCH-TOTALS
           PERFORM LOAD-DAY-RATE
      *> capture what the master held before anything posted today.
           PERFORM SUM-MASTER-BALANCES
           MOVE WS-TB-SUM TO WS-TB-OPENING
           MOVE WS-TB-USD-SUM TO WS-TB-USD-OPENING.

       INIT-BRANCH-TOTALS.
      *> req 006: zero out the day's per-branch deposit/withdrawal
               UNTIL WS-BR-IDX > 5
               MOVE 0 TO WS-BR-DEP-TOTAL(WS-BR-IDX)
               MOVE 0 TO WS-BR-WD-TOTAL(WS-BR-IDX)
               MOVE 0 TO WS-BR-USD-DEP(WS-BR-IDX)
               MOVE 0 TO WS-BR-USD-WD(WS-BR-IDX)
           END-PERFORM.

       OPEN-ACCOUNT-MASTER.
               OPEN I-O ACCOUNT-MASTER
           END-IF.

       OPEN-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-MASTER
           IF WS-CIF-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER
               CLOSE CUSTOMER-MASTER
               OPEN I-O CUSTOMER-MASTER
           END-IF.

       LOOKUP-ACCOUNT-MASTER.
           MOVE ACCNO-IN TO MST-ACCNO
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND
                   MOVE 0 TO WS-CUR-CIF
                   MOVE 0 TO WS-CUR-HOLD
                   MOVE 0 TO WS-CUR-TD-TERM
                   MOVE 0 TO WS-CUR-TD-RATE
                   MOVE MST-TD-TERM TO WS-CUR-TD-TERM
                   MOVE MST-TD-RATE TO WS-CUR-TD-RATE
                   MOVE MST-TD-MATURITY TO WS-CUR-TD-MAT
                   IF MST-CIF NOT NUMERIC
                       MOVE 0 TO MST-CIF
                   END-IF
                   MOVE MST-CIF TO WS-CUR-CIF
           END-READ.

       SET-ACCTYPE-INFO.
           MOVE WS-CUR-TD-TERM TO MST-TD-TERM
           MOVE WS-CUR-TD-RATE TO MST-TD-RATE
           MOVE WS-CUR-TD-MAT TO MST-TD-MATURITY
           MOVE WS-CUR-CIF TO MST-CIF
      *> every path through here is a customer transaction.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MST-LAST-ACT
           MOVE FUNCTION CURRENT-DATE(1:8) TO MST-LAST-CUST
           MOVE TRANSNAME-IN TO HIST-TRANSNAME
           MOVE AMT-IN TO HIST-AMT
           MOVE BAL-IN TO HIST-BAL
           PERFORM SET-POSTING-BRANCH
           MOVE WS-POST-BR TO HIST-POST-BR
           MOVE MST-BRAN-CD TO HIST-HOME-BR
           MOVE WS-HIST-TELLER TO HIST-TELLER
           MOVE WS-HIST-RATE TO HIST-FX-RATE
           MOVE WS-HIST-CHECK TO HIST-CHECK-NO
           IF WS-HIST-TIE = SPACES
               MOVE FUNCTION CURRENT-DATE(9:8) TO HIST-REF
           ELSE
               MOVE WS-HIST-TIE TO HIST-REF
           END-IF
           WRITE HIST-LINE FROM HIST-REC.

       SET-POSTING-BRANCH.
      *> a counter posting belongs to the teller's branch; anything
      *> else is taken where its caller put it in BRAN-CD-IN.
           IF WS-HIST-POST-BR = SPACES
               MOVE BRAN-CD-IN TO WS-POST-BR
           ELSE
               MOVE WS-HIST-POST-BR TO WS-POST-BR
           END-IF.

       UPDATE-BRANCH-TOTALS.
      *> req 006: accumulate the day's deposits/withdrawals for the
      *> transaction's branch so FINISH-RTN can print the totals.
      *> Every caller has just posted the account in MASTER-REC, so
      *> its type there says which currency the amount is in; dollar
      *> amounts go to their own columns, never into the pesos.
           PERFORM SET-POSTING-BRANCH
           IF MST-ACCTYPE = 'D'
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > 5
                   IF WS-BR-CODE(WS-BR-IDX) = WS-POST-BR
                       IF TRANSTYPE-IN = 'D'
                           ADD AMT-IN TO WS-BR-USD-DEP(WS-BR-IDX)
                       ELSE
                           ADD AMT-IN TO WS-BR-USD-WD(WS-BR-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               IF TRANSTYPE-IN = 'D'
                   ADD AMT-IN TO WS-TB-USD-DEP
               ELSE
                   ADD AMT-IN TO WS-TB-USD-WD
               END-IF
               ADD 1 TO WS-AUD-TXNS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > 5
               IF WS-BR-CODE(WS-BR-IDX) = WS-POST-BR
                   IF TRANSTYPE-IN = 'D'
                       ADD AMT-IN TO WS-BR-DEP-TOTAL(WS-BR-IDX)
                   ELSE

       SUM-MASTER-BALANCES.
           MOVE 0 TO WS-TB-SUM
           MOVE 0 TO WS-TB-USD-SUM
           MOVE 'N' TO WS-EOF-MASTER
           MOVE LOW-VALUES TO MST-ACCNO
           START ACCOUNT-MASTER KEY IS NOT LESS THAN MST-ACCNO
                       MOVE 'Y' TO WS-EOF-MASTER
               END-READ
               IF WS-EOF-MASTER = 'N'
                   IF MST-ACCTYPE = 'D'
                       ADD MST-BAL TO WS-TB-USD-SUM
                   ELSE
                       ADD MST-BAL TO WS-TB-SUM
                   END-IF
               END-IF
           END-PERFORM.

               MOVE "OUT OF BALANCE  " TO TB-VERDICT
           END-IF
           MOVE WS-TB-DIFF TO TB-DIFF-AMT
           WRITE OUTREC FROM TB-VERDICT-LINE

      *> the dollar accounts prove on their own, in dollars, and are
      *> shown at their peso equivalent at today's buying rate.
           MOVE WS-TB-USD-SUM TO WS-TB-USD-CLOSING
           COMPUTE WS-TB-USD-EXPECTED = WS-TB-USD-OPENING
               + WS-TB-USD-DEP - WS-TB-USD-WD
           COMPUTE WS-TB-USD-DIFF =
               WS-TB-USD-CLOSING - WS-TB-USD-EXPECTED
           WRITE OUTREC FROM SPACES
           WRITE OUTREC FROM TB-USD-HEADER
           WRITE OUTREC FROM SPACES
           MOVE "Opening Dollar Total....." TO TB-LABEL
           MOVE WS-TB-USD-OPENING TO TB-AMT
           WRITE OUTREC FROM TB-LINE
           MOVE "Deposits................." TO TB-LABEL
           MOVE WS-TB-USD-DEP TO TB-AMT
           WRITE OUTREC FROM TB-LINE
           MOVE "Withdrawals.............." TO TB-LABEL
           MOVE WS-TB-USD-WD TO TB-AMT
           WRITE OUTREC FROM TB-LINE
           MOVE "Expected Closing Total..." TO TB-LABEL
           MOVE WS-TB-USD-EXPECTED TO TB-AMT
           WRITE OUTREC FROM TB-LINE
           MOVE "Actual Closing Total....." TO TB-LABEL
           MOVE WS-TB-USD-CLOSING TO TB-AMT
           WRITE OUTREC FROM TB-LINE
           IF WS-TB-USD-DIFF = 0
               MOVE "IN BALANCE      " TO TB-VERDICT
           ELSE
               MOVE "OUT OF BALANCE  " TO TB-VERDICT
           END-IF
           MOVE WS-TB-USD-DIFF TO TB-DIFF-AMT
           WRITE OUTREC FROM TB-VERDICT-LINE
           MOVE WS-FX-DAY-BUY TO TB-RATE
           IF WS-FX-DAY-FOUND = 'Y'
               MOVE WS-FX-DAY-DATE TO TB-RATE-DATE
           ELSE
               MOVE "NO RATE" TO TB-RATE-DATE
           END-IF
           WRITE OUTREC FROM TB-RATE-LINE
           COMPUTE WS-TB-PHP-EQUIV ROUNDED =
               WS-TB-USD-CLOSING * WS-FX-DAY-BUY
           MOVE "Closing in Pesos........." TO TB-LABEL
           MOVE WS-TB-PHP-EQUIV TO TB-AMT
           WRITE OUTREC FROM TB-LINE
           ADD WS-TB-CLOSING TO WS-TB-PHP-EQUIV
           MOVE "All Accounts in Pesos...." TO TB-LABEL
           MOVE WS-TB-PHP-EQUIV TO TB-AMT
           WRITE OUTREC FROM TB-LINE.

       INTEREST-BATCH-RTN.
      *> req 007: credit one month's interest to every Savings account
           END-PERFORM
           MOVE WS-BANK-DEP-TOTAL TO RECON-TOT-DEP
           MOVE WS-BANK-WD-TOTAL TO RECON-TOT-WD
           WRITE OUTREC FROM RECON-TOTAL-LINE

      *> dollar account movements, in dollars and at their peso
      *> equivalent at today's buying rate.
           MOVE 0 TO WS-BANK-USD-DEP
           MOVE 0 TO WS-BANK-USD-WD
           WRITE OUTREC FROM SPACES
           WRITE OUTREC FROM RECON-USD-COL-HEADER
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > 5
               MOVE WS-BR-NAME(WS-BR-IDX) TO RECON-USD-NAME
               MOVE WS-BR-USD-DEP(WS-BR-IDX) TO RECON-USD-DEP
               MOVE WS-BR-USD-WD(WS-BR-IDX) TO RECON-USD-WD
               COMPUTE WS-FX-PHP ROUNDED =
                   WS-BR-USD-DEP(WS-BR-IDX) * WS-FX-DAY-BUY
               MOVE WS-FX-PHP TO RECON-PHP-DEP
               COMPUTE WS-FX-PHP ROUNDED =
                   WS-BR-USD-WD(WS-BR-IDX) * WS-FX-DAY-BUY
               MOVE WS-FX-PHP TO RECON-PHP-WD
               WRITE OUTREC FROM RECON-USD-LINE
               ADD WS-BR-USD-DEP(WS-BR-IDX) TO WS-BANK-USD-DEP
               ADD WS-BR-USD-WD(WS-BR-IDX) TO WS-BANK-USD-WD
           END-PERFORM
           MOVE "BANK TOTAL" TO RECON-USD-NAME
           MOVE WS-BANK-USD-DEP TO RECON-USD-DEP
           MOVE WS-BANK-USD-WD TO RECON-USD-WD
           COMPUTE WS-FX-PHP ROUNDED = WS-BANK-USD-DEP * WS-FX-DAY-BUY
           MOVE WS-FX-PHP TO RECON-PHP-DEP
           COMPUTE WS-FX-PHP ROUNDED = WS-BANK-USD-WD * WS-FX-DAY-BUY
           MOVE WS-FX-PHP TO RECON-PHP-WD
           WRITE OUTREC FROM RECON-USD-LINE.

       PROCESS-RTN.
           DISPLAY HEADER
      *> an existing account's name comes from the master, not from a
      *> teller re-key on a routine deposit -- renames go through the
      *> audited maintenance action.
      *> A new account belongs to a customer on the CIF: an existing
      *> depositor's number is keyed, a new one is registered on the
      *> spot, and the account takes the name from the CIF so one
      *> person is spelled one way across all their accounts.
           IF WS-ACCT-FOUND = 'Y'
               MOVE MST-ACCNAME TO ACCNAME-IN
               DISPLAY SCR-CUR-ACCNAME
               DISPLAY SCR-CUR-CIF
           ELSE
               PERFORM GET-ACCOUNT-CIF
               IF WS-CIF-OK = 'N'
                   MOVE 'ERROR: No customer - account not opened'
                       TO ERR-MSG
                   DISPLAY SCR-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE CIF-NAME TO ACCNAME-IN
               DISPLAY SCR-ACCNAME
           END-IF

           MOVE 'N' TO FLAGSW
               MOVE INIDEP-IN TO WS-AVAIL-BAL
           END-IF

      *> money leaves a checking account only on a check: its number
      *> must come from a checkbook issued to the account, not paid
      *> before and not under a stop. A check the funds do not cover
      *> is returned, not re-keyed for a smaller amount.
           MOVE 'N' TO WS-CHK-ENCASH
           IF WS-ACCT-FOUND = 'Y' AND MST-ACCTYPE = 'C'
               AND TRANSTYPE-IN = 'W'
               MOVE 'Check Encash' TO TRANSNAME-IN
               DISPLAY SCR-TRANS-NAME
               MOVE 0 TO WS-CHK-NO
               DISPLAY SCR-CHECK-NO
               ACCEPT SCR-CHECK-NO
               MOVE ACCNO-IN TO WS-CHK-ACCNO
               MOVE AMT-IN TO WS-CHK-AMT
               MOVE WS-AVAIL-BAL TO WS-CHK-AVAIL
               PERFORM VALIDATE-CHECK
               IF WS-CHK-REASON NOT = SPACE
                   MOVE 'E' TO WS-CHK-CHANNEL
                   MOVE WS-OPERATOR-ID TO WS-CHK-PRESENTER
                   PERFORM WRITE-RETURNED-CHECK
                   MOVE SPACES TO ERR-MSG
                   STRING 'CHECK RETURNED: ' DELIMITED BY SIZE
                       WS-CHK-REASON-TEXT DELIMITED BY SIZE
                       INTO ERR-MSG
                   END-STRING
                   DISPLAY SCR-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-CHK-ENCASH
           END-IF

           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               EVALUATE TRANSTYPE-IN
      *> a matured placement pays out whole: the maintaining-balance
      *> floor exists for live accounts, not money leaving at term.
                           IF WS-TD-MATURED-WD = 'N'
                               AND WS-CHK-ENCASH = 'N'
                               AND INIDEP-IN - AMT-IN < WS-MIN-BAL
                               MOVE
                             'ERROR: Below minimum maintaining balance'
                                   DISPLAY SCR-ERROR
                                   MOVE 'Y' TO FLAGSW
                               ELSE
                                   IF WS-CHK-ENCASH = 'Y'
                                       MOVE
                              'ERROR: Override refused - check not paid'
                                           TO ERR-MSG
                                       DISPLAY SCR-ERROR
                                       EXIT PARAGRAPH
                                   END-IF
                                   MOVE
                              'ERROR: Override refused - re-enter amt'
                                       TO ERR-MSG
               MOVE INIDEP-IN TO BAL-IN
               MOVE 'Open Account' TO TRANSNAME-IN
               MOVE 'D' TO TRANSTYPE-IN
               MOVE ACCTYPE-IN TO MST-ACCTYPE
               MOVE BRAN-CD-IN TO MST-BRAN-CD
               PERFORM WRITE-HISTORY-RECORD
               PERFORM UPDATE-BRANCH-TOTALS
               MOVE WS-HOLD-AMT TO AMT-IN

      *> this teller's drawer: opening money and cash deposits come
      *> in; withdrawals go out. Checks are paper, not drawer cash.
      *> Dollar accounts move dollar notes, counted apart.
           IF ACCTYPE-IN = 'D'
               IF WS-ACCT-FOUND = 'N'
                   ADD INIDEP-IN TO WS-DRAWER-USD-IN
               END-IF
               IF TRANSTYPE-IN = 'D' AND WS-DEP-KIND = 'C'
                   ADD AMT-IN TO WS-DRAWER-USD-IN
               END-IF
               IF TRANSTYPE-IN = 'W'
                   ADD AMT-IN TO WS-DRAWER-USD-OUT
               END-IF
           ELSE
           IF WS-ACCT-FOUND = 'N'
               ADD INIDEP-IN TO WS-DRAWER-IN
           END-IF
           IF TRANSTYPE-IN = 'W'
               ADD AMT-IN TO WS-DRAWER-OUT
           END-IF
           END-IF

           PERFORM UPDATE-ACCOUNT-MASTER
           IF WS-CHK-ENCASH = 'Y'
               MOVE WS-CHK-NO TO WS-HIST-CHECK
               MOVE 'E' TO WS-CHK-CHANNEL
               PERFORM WRITE-PAID-CHECK
           END-IF
           PERFORM WRITE-HISTORY-RECORD
           MOVE 0 TO WS-HIST-CHECK
           MOVE 'N' TO WS-CHK-ENCASH
           PERFORM UPDATE-BRANCH-TOTALS.

       WRITE-CHECKQ-RECORD.
           MOVE MST-BAL     TO WS-SRC-BAL
           MOVE MST-STATUS  TO WS-SRC-STATUS
           MOVE WS-CUR-HOLD TO WS-SRC-HOLD
           MOVE WS-CUR-CIF  TO WS-SRC-CIF
           MOVE WS-SRC-TYPE TO ACCTYPE-IN
           PERFORM SET-ACCTYPE-INFO
           DISPLAY SCR-CUR-ACC-TYPE
                               MOVE 0 TO MST-HOLD
                           END-IF
                           MOVE MST-HOLD    TO WS-DST-HOLD
                           IF MST-CIF NOT NUMERIC
                               MOVE 0 TO MST-CIF
                           END-IF
                           MOVE MST-CIF     TO WS-DST-CIF
                           MOVE SPACES TO ERR-MSG
                           DISPLAY SCR-ERROR
                           DISPLAY SCR-XFER-DEST-NAME
               END-EVALUATE
           END-PERFORM

      *> pesos to dollars or dollars to pesos convert at the day's
      *> posted rate; with no rate posted the transfer cannot go.
           PERFORM SET-XFER-CONVERSION
           IF WS-XFER-FX-OK = 'N'
               MOVE 'ERROR: No dollar rate posted for today' TO ERR-MSG
               DISPLAY SCR-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-XFER-RATE > 0
               DISPLAY SCR-XFER-RATE
           END-IF

           PERFORM POST-TRANSFER-RTN

      *> leave the teller looking at the source account's new balance
           MOVE 0 TO MST-TD-TERM
           MOVE 0 TO MST-TD-RATE
           MOVE 0 TO MST-TD-MATURITY
           MOVE WS-SRC-CIF TO MST-CIF
           MOVE WS-XFER-RATE TO WS-HIST-RATE
           MOVE AMT-IN TO WS-XFER-SRC-AMT
           MOVE FUNCTION CURRENT-DATE(1:8) TO MST-LAST-ACT
           MOVE FUNCTION CURRENT-DATE(1:8) TO MST-LAST-CUST
           REWRITE MASTER-REC
           WRITE OUTREC FROM REC-OUT
           MOVE 'Transfer Out' TO TRANSNAME-IN
           MOVE WS-SRC-BAL TO BAL-IN
           MOVE 'W' TO TRANSTYPE-IN
           MOVE WS-SRC-BRANCH TO BRAN-CD-IN
           PERFORM WRITE-HISTORY-RECORD
           PERFORM UPDATE-BRANCH-TOTALS

      *> post the destination side as a deposit, in its own currency
           MOVE WS-XFER-DST-AMT TO AMT-IN
           COMPUTE WS-DST-BAL = WS-DST-BAL + AMT-IN
           MOVE WS-XFER-DEST TO MST-ACCNO
           MOVE WS-DST-NAME TO MST-ACCNAME
           MOVE 0 TO MST-TD-TERM
           MOVE 0 TO MST-TD-RATE
           MOVE 0 TO MST-TD-MATURITY
           MOVE WS-DST-CIF TO MST-CIF
           MOVE FUNCTION CURRENT-DATE(1:8) TO MST-LAST-ACT
           MOVE FUNCTION CURRENT-DATE(1:8) TO MST-LAST-CUST
           REWRITE MASTER-REC
           MOVE WS-XFER-DEST TO ACCNO-IN
           MOVE 'Transfer In' TO TRANSNAME-IN
           MOVE WS-DST-BAL TO BAL-IN
           MOVE 'D' TO TRANSTYPE-IN
           MOVE WS-DST-BRANCH TO BRAN-CD-IN
           PERFORM WRITE-HISTORY-RECORD
           PERFORM UPDATE-BRANCH-TOTALS
           MOVE 0 TO WS-HIST-RATE
           MOVE WS-XFER-SRC-AMT TO AMT-IN.

       SET-XFER-CONVERSION.
      *> AMT-IN is in the source account's currency. The bank sells
      *> dollars to a peso account holder buying into a dollar account
      *> and buys them back the other way.
           MOVE 'Y' TO WS-XFER-FX-OK
           MOVE 0 TO WS-XFER-RATE
           MOVE AMT-IN TO WS-XFER-DST-AMT
           IF WS-SRC-TYPE = 'D' AND WS-DST-TYPE NOT = 'D'
               IF WS-FX-DAY-FOUND = 'N'
                   MOVE 'N' TO WS-XFER-FX-OK
               ELSE
                   MOVE WS-FX-DAY-BUY TO WS-XFER-RATE
                   COMPUTE WS-XFER-DST-AMT ROUNDED =
                       AMT-IN * WS-FX-DAY-BUY
               END-IF
           END-IF
           IF WS-SRC-TYPE NOT = 'D' AND WS-DST-TYPE = 'D'
               IF WS-FX-DAY-FOUND = 'N'
                   MOVE 'N' TO WS-XFER-FX-OK
               ELSE
                   MOVE WS-FX-DAY-SELL TO WS-XFER-RATE
                   COMPUTE WS-XFER-DST-AMT ROUNDED =
                       AMT-IN / WS-FX-DAY-SELL
               END-IF
           END-IF.

       MAINTENANCE-RTN.
      *> Close, freeze or reactivate an account, or correct its name
               ACCEPT SCR-MAINT-ACTION
               MOVE FUNCTION UPPER-CASE(WS-MAINT-ACT)
                   TO WS-MAINT-ACT
               IF WS-MAINT-ACT = 'C' OR 'F' OR 'A' OR 'N' OR 'B' OR 'L'
                   MOVE 'Y' TO FLAGSW
                   MOVE SPACES TO ERR-MSG
                   DISPLAY SCR-MAINT-ERROR
               ELSE
                   MOVE 'ERROR: C, F, A, N, B or L only' TO ERR-MSG
                   DISPLAY SCR-MAINT-ERROR
               END-IF
           END-PERFORM
                   END-PERFORM
                   MOVE WS-NEW-BRANCH TO MST-BRAN-CD
                   MOVE MST-BRAN-CD TO ML-AFTER
      *> accounts opened before the CIF existed, and recovered
      *> skeletons, are tied to their depositor here.
               WHEN 'L'
                   MOVE 'Link CIF' TO ML-ACTION
                   MOVE MST-CIF TO ML-BEFORE
                   MOVE 'N' TO FLAGSW
                   PERFORM UNTIL FLAGSW = 'Y'
                       MOVE 0 TO WS-CIF-KEY
                       DISPLAY SCR-MAINT-NEWCIF
                       ACCEPT SCR-MAINT-NEWCIF
                       MOVE WS-CIF-KEY TO CIF-NO
                       READ CUSTOMER-MASTER
                           INVALID KEY
                               MOVE 'ERROR: CIF number not on file'
                                   TO ERR-MSG
                               DISPLAY SCR-MAINT-ERROR
                           NOT INVALID KEY
                               MOVE 'Y' TO FLAGSW
                               MOVE SPACES TO ERR-MSG
                               DISPLAY SCR-MAINT-ERROR
                       END-READ
                   END-PERFORM
                   MOVE WS-CIF-KEY TO MST-CIF
                   MOVE MST-CIF TO ML-AFTER
           END-EVALUATE

           REWRITE MASTER-REC
               END-IF
           END-IF

           MOVE 'N' TO WS-SPC-SHORT
           OPEN OUTPUT STMT-FILE
      *> the passbook is open EXTEND for the session; borrow it for
      *> reading and hand it back when the run is done.
           END-IF

           CLOSE STMT-FILE
           OPEN EXTEND HISTORY-FILE
           IF WS-SPC-SHORT = 'Y'
               MOVE 8 TO RETURN-CODE
               IF WS-UNATTENDED = 'N'
                   MOVE 'ERROR: Check list full on a statement'
                       TO ERR-MSG
                   DISPLAY SCR-STMT-ERROR
               END-IF
           END-IF.

       STATEMENT-ONE-ACCOUNT.
           MOVE 0 TO WS-OPENING-BAL WS-CLOSING-BAL WS-STMT-LINES
           MOVE 0 TO WS-SPC-COUNT WS-SPC-TOTAL
           MOVE 'N' TO WS-SPC-FULL
           MOVE 'N' TO WS-OPEN-FOUND

           WRITE STMT-LINE FROM STMT-FF-LINE
                           MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                           MOVE HIST-LINE TO WS-HIST-PARSE
                           MOVE HIST-LINE TO WS-PB-PARSE
                           PERFORM STATEMENT-ONE-LINE
                   END-READ
               END-PERFORM
      *> later months' activity explains this on an old statement; on
      *> the current month it is a discrepancy to chase tonight.
               WRITE STMT-LINE FROM STMT-DIFF-LINE
           END-IF
           IF WS-SPC-COUNT > 0
               MOVE SPACES TO STMT-LINE
               WRITE STMT-LINE
               WRITE STMT-LINE FROM STMT-PAID-TITLE
               WRITE STMT-LINE FROM STMT-PAID-COLS
               PERFORM VARYING WS-SPC-IDX FROM 1 BY 1
                   UNTIL WS-SPC-IDX > WS-SPC-COUNT
                   MOVE SPC-CHECK(WS-SPC-IDX) TO STMT-PD-CHECK
                   MOVE SPC-DATE(WS-SPC-IDX) TO STMT-PD-DATE
                   MOVE SPC-AMT(WS-SPC-IDX) TO STMT-PD-AMT
                   MOVE SPC-HOW(WS-SPC-IDX) TO STMT-PD-HOW
                   WRITE STMT-LINE FROM STMT-PAID-LINE
               END-PERFORM
               MOVE WS-SPC-COUNT TO STMT-PD-CNT
               MOVE WS-SPC-TOTAL TO STMT-PD-TOT
               WRITE STMT-LINE FROM STMT-PAID-TOTAL
           END-IF
           IF WS-SPC-FULL = 'Y'
               WRITE STMT-LINE FROM STMT-PAID-FULL
               MOVE 'Y' TO WS-SPC-SHORT
           END-IF.

       SCAN-ARCHIVE-MONTH.
                       MOVE 'Y' TO WS-AHIST-EOF
                   NOT AT END
                       MOVE AHIST-LINE TO WS-HIST-PARSE
                       MOVE AHIST-LINE TO WS-PB-PARSE
                       PERFORM STATEMENT-ONE-LINE
               END-READ
           END-PERFORM
                       OR WS-HP-TRANSNAME = 'Check Return'
                       OR WS-HP-TRANSNAME = 'TD Penalty'
                       OR WS-HP-TRANSNAME = 'TD Payout'
                       OR WS-HP-TRANSNAME = 'Check Encash'
                       OR WS-HP-TRANSNAME = 'Check Paid'
                       OR WS-HP-TRANSNAME = 'Auto-Debit'
                       COMPUTE WS-OPENING-BAL =
                           FUNCTION NUMVAL(WS-HP-BAL)
                           + FUNCTION NUMVAL(WS-HP-AMT)
           END-IF
           ADD 1 TO WS-STMT-LINES
           WRITE STMT-LINE FROM WS-HIST-PARSE
           COMPUTE WS-CLOSING-BAL = FUNCTION NUMVAL(WS-HP-BAL)
           IF (WS-HP-TRANSNAME = 'Check Encash'
               OR WS-HP-TRANSNAME = 'Check Paid')
               AND WS-SPC-COUNT = 500
               MOVE 'Y' TO WS-SPC-FULL
           END-IF
           IF (WS-HP-TRANSNAME = 'Check Encash'
               OR WS-HP-TRANSNAME = 'Check Paid')
               AND WS-SPC-FULL = 'N'
               ADD 1 TO WS-SPC-COUNT
               SET WS-SPC-IDX TO WS-SPC-COUNT
               MOVE WS-PB-CHECK-NO TO SPC-CHECK(WS-SPC-IDX)
               MOVE WS-HP-DATE TO SPC-DATE(WS-SPC-IDX)
               MOVE WS-HP-AMT TO SPC-AMT(WS-SPC-IDX)
               IF WS-HP-TRANSNAME = 'Check Encash'
                   MOVE 'Counter' TO SPC-HOW(WS-SPC-IDX)
               ELSE
                   MOVE 'Clearing' TO SPC-HOW(WS-SPC-IDX)
               END-IF
               ADD FUNCTION NUMVAL(WS-HP-AMT) TO WS-SPC-TOTAL
           END-IF.

       BATCH-POST-RTN.
      *> Posts a branch's transaction file through the same lookups
           MOVE ACCTYPENAME-IN TO ACCTYPENAME-OUT
           MOVE BAL-IN TO BAL-OUT
           WRITE OUTREC FROM REC-OUT
           MOVE BTX-BRANCH TO BRAN-CD-IN
           PERFORM WRITE-HISTORY-RECORD
           PERFORM UPDATE-BRANCH-TOTALS
      *> a posted deposit tagged as tuition goes on the bursar
      *> remittance file with the student number and bank OR the
           CLOSE BURSAR-FILE
           ADD 1 TO WS-BUR-COUNT.

       ADA-POST-RTN.
      *> Posts BROWNOUT-BILLING's electric bill debits against the
      *> customers' accounts with the batch-posting edits -- holds
      *> and the minimum maintaining balance respected -- and answers
      *> every line on the return file, debited or refused with the
      *> reason. The debit file is emptied once read so the same
      *> bills cannot be debited twice.
           OPEN INPUT ADADEBIT-FILE
           IF WS-ADD-STATUS NOT = "00"
               MOVE 'ERROR: No electric debit file to post' TO ERR-MSG
               DISPLAY SCR-MENU-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ADARETRN-FILE
           IF WS-ADR-STATUS = "35"
               OPEN OUTPUT ADARETRN-FILE
           END-IF
           OPEN OUTPUT ADAREG-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO AREG-HDR-DATE
           WRITE ADAREG-LINE FROM AREG-HEADER
           MOVE SPACES TO ADAREG-LINE
           WRITE ADAREG-LINE

           MOVE 0 TO WS-ADA-READ WS-ADA-POSTED WS-ADA-REFUSED
               WS-ADA-AMT-TOT
           MOVE 'N' TO WS-ADA-EOF
           PERFORM UNTIL WS-ADA-EOF = 'Y'
               READ ADADEBIT-FILE
                   AT END
                       MOVE 'Y' TO WS-ADA-EOF
                   NOT AT END
                       MOVE ADADEBIT-LINE TO ADA-REC
                       PERFORM ADA-POST-ONE
               END-READ
           END-PERFORM
           CLOSE ADADEBIT-FILE
           CLOSE ADARETRN-FILE

           MOVE SPACES TO ADAREG-LINE
           WRITE ADAREG-LINE
           MOVE WS-ADA-READ TO AREG-CNT-READ
           WRITE ADAREG-LINE FROM AREG-TRAILER-READ
           MOVE WS-ADA-POSTED TO AREG-CNT-POSTED
           MOVE WS-ADA-AMT-TOT TO AREG-AMT-TOT
           WRITE ADAREG-LINE FROM AREG-TRAILER-POSTED
           MOVE WS-ADA-REFUSED TO AREG-CNT-REJ
           WRITE ADAREG-LINE FROM AREG-TRAILER-REJ
           CLOSE ADAREG-FILE

           OPEN OUTPUT ADADEBIT-FILE
           CLOSE ADADEBIT-FILE
           MOVE 'Run complete - register on ADAREG.TXT' TO ERR-MSG
           DISPLAY SCR-MENU-ERROR.

       ADA-POST-ONE.
           ADD 1 TO WS-ADA-READ
           PERFORM EDIT-ADA-DEBIT
           IF WS-ADA-REASON = SPACES
               PERFORM APPLY-ADA-DEBIT
               ADD 1 TO WS-ADA-POSTED
               ADD ADA-AMOUNT TO WS-ADA-AMT-TOT
               MOVE 'P' TO ADR-RESULT
               MOVE 'DEBITED' TO AREG-DISP
           ELSE
               ADD 1 TO WS-ADA-REFUSED
               MOVE 'R' TO ADR-RESULT
               MOVE 'REFUSED' TO AREG-DISP
           END-IF
           MOVE ADA-ACCOUNT-NO TO ADR-ACCOUNT-NO
           IF ADA-BANK-ACCNO NUMERIC
               MOVE ADA-BANK-ACCNO TO ADR-BANK-ACCNO
           ELSE
               MOVE 0 TO ADR-BANK-ACCNO
           END-IF
           IF ADA-AMOUNT NUMERIC
               MOVE ADA-AMOUNT TO ADR-AMOUNT
           ELSE
               MOVE 0 TO ADR-AMOUNT
           END-IF
           IF ADA-DUE-DATE NUMERIC
               MOVE ADA-DUE-DATE TO ADR-DUE-DATE
           ELSE
               MOVE 0 TO ADR-DUE-DATE
           END-IF
           MOVE WS-ADA-REASON TO ADR-REASON
           MOVE FUNCTION CURRENT-DATE(1:8) TO ADR-DATE
           WRITE ADARETRN-LINE FROM ADR-REC
           MOVE ADR-BANK-ACCNO TO AREG-ACCNO
           MOVE ADA-ACCOUNT-NO TO AREG-ELEC-ACCNO
           MOVE ADR-AMOUNT TO AREG-AMT
           MOVE WS-ADA-REASON TO AREG-REASON
           WRITE ADAREG-LINE FROM AREG-DETAIL.

       EDIT-ADA-DEBIT.
      *> the branch batch edits for a withdrawal, less the teller
      *> limit: the customer signed the debit authority in advance.
           MOVE SPACES TO WS-ADA-REASON
           IF ADA-BANK-ACCNO NOT NUMERIC OR ADA-BANK-ACCNO = 0
               MOVE 'Bank account is not valid' TO WS-ADA-REASON
               EXIT PARAGRAPH
           END-IF
           IF ADA-AMOUNT NOT NUMERIC OR ADA-AMOUNT = 0
               MOVE 'Amount is not valid' TO WS-ADA-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ADA-BANK-ACCNO TO ACCNO-IN
           PERFORM LOOKUP-ACCOUNT-MASTER
           IF WS-ACCT-FOUND = 'N'
               MOVE 'Unknown account' TO WS-ADA-REASON
               EXIT PARAGRAPH
           END-IF
           IF MST-STATUS = 'C'
               MOVE 'Account is closed' TO WS-ADA-REASON
               EXIT PARAGRAPH
           END-IF
           IF MST-STATUS = 'F'
               MOVE 'Account is frozen' TO WS-ADA-REASON
               EXIT PARAGRAPH
           END-IF
      *> bills are in pesos and paid from a peso demand account.
           IF MST-ACCTYPE NOT = 'S' AND MST-ACCTYPE NOT = 'C'
               MOVE 'Account type cannot be debited' TO WS-ADA-REASON
               EXIT PARAGRAPH
           END-IF
           IF ADA-AMOUNT > MST-BAL
               MOVE 'Insufficient balance' TO WS-ADA-REASON
               EXIT PARAGRAPH
           END-IF
           IF ADA-AMOUNT > MST-BAL - WS-CUR-HOLD
               MOVE 'Funds uncleared - not available'
                   TO WS-ADA-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE MST-ACCTYPE TO ACCTYPE-IN
           PERFORM SET-ACCTYPE-INFO
           IF MST-BAL - ADA-AMOUNT < WS-MIN-BAL
               MOVE 'Below minimum maintaining balance'
                   TO WS-ADA-REASON
               EXIT PARAGRAPH
           END-IF.

       APPLY-ADA-DEBIT.
      *> posted like a batch withdrawal under its own name, so the
      *> passbook shows what took the money and AMLA does not count
      *> it as cash out. No teller and the home branch: nothing
      *> crosses branches.
           MOVE ADA-BANK-ACCNO TO ACCNO-IN
           MOVE MST-ACCNAME TO ACCNAME-IN
           MOVE MST-ACCTYPE TO ACCTYPE-IN
           PERFORM SET-ACCTYPE-INFO
           MOVE MST-BAL TO INIDEP-IN
           MOVE ADA-AMOUNT TO AMT-IN
           MOVE 'W' TO TRANSTYPE-IN
           MOVE 'Auto-Debit' TO TRANSNAME-IN
           COMPUTE BAL-IN = MST-BAL - ADA-AMOUNT
           MOVE MST-BRAN-CD TO BRAN-CD-IN
           PERFORM UPDATE-ACCOUNT-MASTER
           MOVE ACCNO-IN TO ACCNO-OUT
           MOVE ACCNAME-IN TO ACCNAME-OUT
           MOVE TRANSNAME-IN TO TRANSNAME-OUT
           MOVE ACCTYPENAME-IN TO ACCTYPENAME-OUT
           MOVE BAL-IN TO BAL-OUT
           WRITE OUTREC FROM REC-OUT
           PERFORM WRITE-HISTORY-RECORD
           PERFORM UPDATE-BRANCH-TOTALS.

       SUPERVISOR-OVERRIDE-RTN.
      *> one attempt per call: a wrong code sends the teller back to
      *> the amount, a right one records account, amount and approver
               MOVE MST-BAL     TO WS-SRC-BAL
               MOVE MST-STATUS  TO WS-SRC-STATUS
               MOVE WS-CUR-HOLD TO WS-SRC-HOLD
               MOVE WS-CUR-CIF  TO WS-SRC-CIF
               MOVE WS-SRC-TYPE TO ACCTYPE-IN
               PERFORM SET-ACCTYPE-INFO
               EVALUATE TRUE
                           MOVE 0 TO MST-HOLD
                       END-IF
                       MOVE MST-HOLD    TO WS-DST-HOLD
                       IF MST-CIF NOT NUMERIC
                           MOVE 0 TO MST-CIF
                       END-IF
                       MOVE MST-CIF     TO WS-DST-CIF
               END-EVALUATE
           END-IF
           IF WS-SI-REASON = SPACES
               MOVE SIT-AMT(WS-SI-IDX) TO AMT-IN
               PERFORM SET-XFER-CONVERSION
               IF WS-XFER-FX-OK = 'N'
                   MOVE 'No dollar rate posted' TO WS-SI-REASON
               END-IF
           END-IF

           IF WS-SI-REASON = SPACES
               MOVE SIT-DST(WS-SI-IDX) TO WS-XFER-DEST
               MOVE SIT-AMT(WS-SI-IDX) TO AMT-IN
      *> the order is executed by the source account's branch, so a
      *> destination at another branch settles between the two.
               MOVE WS-SRC-BRANCH TO WS-HIST-POST-BR
               PERFORM POST-TRANSFER-RTN
               MOVE SPACES TO WS-HIST-POST-BR
               ADD 1 TO WS-SI-OK
               MOVE 'EXECUTED' TO SIR-DISP
           ELSE
      *> clears (the hold comes off, the money becomes available) or
      *> bounced (balance and hold both reversed, with a passbook
      *> line saying why). Items still inside the float stay queued.
      *> checks drawn on our own checking accounts come in from the
      *> clearing house first and are paid or returned outright.
           PERFORM INWARD-CLEARING-RTN
           OPEN INPUT CHECKQ-FILE
           IF WS-CKQ-STATUS NOT = "00"
               MOVE SPACES TO ERR-MSG
               IF WS-ICL-COUNT > 0
                   STRING 'Drawn on us: paid ' DELIMITED BY SIZE
                       WS-ICL-PAID DELIMITED BY SIZE
                       '  returned ' DELIMITED BY SIZE
                       WS-ICL-RETURNED DELIMITED BY SIZE
                       INTO ERR-MSG
                   END-STRING
               ELSE
                   MOVE 'No checks in the clearing queue' TO ERR-MSG
               END-IF
               DISPLAY SCR-MENU-ERROR
               EXIT PARAGRAPH
           END-IF
               WS-CLR-RELEASED DELIMITED BY SIZE
               '  Returned ' DELIMITED BY SIZE
               WS-CLR-RETURNED DELIMITED BY SIZE
               '  On us paid ' DELIMITED BY SIZE
               WS-ICL-PAID DELIMITED BY SIZE
               ' ret ' DELIMITED BY SIZE
               WS-ICL-RETURNED DELIMITED BY SIZE
               INTO ERR-MSG
           END-STRING
           DISPLAY SCR-MENU-ERROR.
               ADD 1 TO WS-CLR-RELEASED
           END-IF.

       INWARD-CLEARING-RTN.
           MOVE 0 TO WS-ICL-COUNT WS-ICL-PAID WS-ICL-RETURNED
           OPEN INPUT INCLEAR-FILE
           IF WS-ICL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ICL-EOF
           PERFORM UNTIL WS-ICL-EOF = 'Y'
               READ INCLEAR-FILE
                   AT END
                       MOVE 'Y' TO WS-ICL-EOF
                   NOT AT END
                       ADD 1 TO WS-ICL-COUNT
                       PERFORM INWARD-ONE-CHECK
               END-READ
           END-PERFORM
           CLOSE INCLEAR-FILE
      *> the clearing house's file is spent once it has posted;
      *> emptying it keeps a second run from paying the items twice.
           OPEN OUTPUT INCLEAR-FILE
           CLOSE INCLEAR-FILE.

       INWARD-ONE-CHECK.
           MOVE ICL-ACCNO TO ACCNO-IN WS-CHK-ACCNO
           MOVE ICL-CHECK TO WS-CHK-NO
           MOVE ICL-AMT TO WS-CHK-AMT
           MOVE ICL-BANK TO WS-CHK-PRESENTER
           MOVE 'C' TO WS-CHK-CHANNEL
           PERFORM LOOKUP-ACCOUNT-MASTER
           IF WS-ACCT-FOUND = 'N' OR MST-ACCTYPE NOT = 'C'
               OR MST-STATUS = 'C' OR MST-STATUS = 'F'
               MOVE 'A' TO WS-CHK-REASON
               PERFORM SET-RETURN-REASON-TEXT
           ELSE
               COMPUTE WS-CHK-AVAIL = MST-BAL - WS-CUR-HOLD
               PERFORM VALIDATE-CHECK
           END-IF
           IF WS-CHK-REASON NOT = SPACE
               PERFORM WRITE-RETURNED-CHECK
               ADD 1 TO WS-ICL-RETURNED
               EXIT PARAGRAPH
           END-IF
      *> paid: the drawer's balance comes down, and the check goes on
      *> the paid list and the passbook under its number.
           SUBTRACT WS-CHK-AMT FROM MST-BAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO MST-LAST-ACT
           REWRITE MASTER-REC
           MOVE 'Check Paid' TO TRANSNAME-IN
           MOVE WS-CHK-AMT TO AMT-IN
           MOVE MST-BAL TO BAL-IN
           MOVE MST-BRAN-CD TO BRAN-CD-IN
           MOVE 'W' TO TRANSTYPE-IN
           MOVE WS-CHK-NO TO WS-HIST-CHECK
           PERFORM WRITE-HISTORY-RECORD
           MOVE 0 TO WS-HIST-CHECK
           PERFORM UPDATE-BRANCH-TOTALS
           PERFORM WRITE-PAID-CHECK
           ADD 1 TO WS-ICL-PAID.

       VALIDATE-CHECK.
      *> WS-CHK-ACCNO/NO/AMT against the checkbooks, the paid list,
      *> the stop orders and WS-CHK-AVAIL; WS-CHK-REASON comes back
      *> blank when the check can be paid.
           MOVE SPACE TO WS-CHK-REASON
           PERFORM FIND-CHECK-STATE
           EVALUATE TRUE
               WHEN WS-CHK-ISSUED = 'N'
                   MOVE 'I' TO WS-CHK-REASON
               WHEN WS-CHK-PAID = 'Y'
                   MOVE 'P' TO WS-CHK-REASON
               WHEN WS-CHK-STOPPED = 'Y'
                   MOVE 'S' TO WS-CHK-REASON
               WHEN WS-CHK-AMT > WS-CHK-AVAIL
                   MOVE 'F' TO WS-CHK-REASON
           END-EVALUATE
           PERFORM SET-RETURN-REASON-TEXT.

       FIND-CHECK-STATE.
           MOVE 'N' TO WS-CHK-ISSUED WS-CHK-PAID WS-CHK-STOPPED
           OPEN INPUT CHKBOOK-FILE
           IF WS-CBK-STATUS = "00"
               MOVE 'N' TO WS-CHK-EOF
               PERFORM UNTIL WS-CHK-EOF = 'Y'
                   READ CHKBOOK-FILE
                       AT END
                           MOVE 'Y' TO WS-CHK-EOF
                       NOT AT END
                           IF CBK-ACCNO = WS-CHK-ACCNO
                               AND WS-CHK-NO >= CBK-FROM
                               AND WS-CHK-NO <= CBK-TO
                               MOVE 'Y' TO WS-CHK-ISSUED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHKBOOK-FILE
           END-IF
           OPEN INPUT CHKPAID-FILE
           IF WS-CPD-STATUS = "00"
               MOVE 'N' TO WS-CHK-EOF
               PERFORM UNTIL WS-CHK-EOF = 'Y'
                   READ CHKPAID-FILE
                       AT END
                           MOVE 'Y' TO WS-CHK-EOF
                       NOT AT END
                           IF CPD-ACCNO = WS-CHK-ACCNO
                               AND CPD-CHECK = WS-CHK-NO
                               MOVE 'Y' TO WS-CHK-PAID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHKPAID-FILE
           END-IF
      *> the newest order for the check decides: a lift after a stop
      *> frees it again.
           OPEN INPUT STOPPAY-FILE
           IF WS-SPO-STATUS = "00"
               MOVE 'N' TO WS-CHK-EOF
               PERFORM UNTIL WS-CHK-EOF = 'Y'
                   READ STOPPAY-FILE
                       AT END
                           MOVE 'Y' TO WS-CHK-EOF
                       NOT AT END
                           IF SPO-ACCNO = WS-CHK-ACCNO
                               AND SPO-CHECK = WS-CHK-NO
                               IF SPO-ACTION = 'S'
                                   MOVE 'Y' TO WS-CHK-STOPPED
                               ELSE
                                   MOVE 'N' TO WS-CHK-STOPPED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOPPAY-FILE
           END-IF.

       SET-RETURN-REASON-TEXT.
           EVALUATE WS-CHK-REASON
               WHEN 'S'
                   MOVE 'STOP PAYMENT' TO WS-CHK-REASON-TEXT
               WHEN 'F'
                   MOVE 'INSUFFICIENT AVAIL BAL' TO WS-CHK-REASON-TEXT
               WHEN 'I'
                   MOVE 'INVALID CHECK NUMBER' TO WS-CHK-REASON-TEXT
               WHEN 'P'
                   MOVE 'CHECK ALREADY PAID' TO WS-CHK-REASON-TEXT
               WHEN 'A'
                   MOVE 'ACCOUNT CLOSED/NOT CHKG' TO WS-CHK-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-CHK-REASON-TEXT
           END-EVALUATE.

       WRITE-PAID-CHECK.
           OPEN EXTEND CHKPAID-FILE
           IF WS-CPD-STATUS = "35"
               OPEN OUTPUT CHKPAID-FILE
           END-IF
           MOVE SPACES TO CPD-REC
           MOVE WS-CHK-ACCNO TO CPD-ACCNO
           MOVE WS-CHK-NO TO CPD-CHECK
           MOVE FUNCTION CURRENT-DATE(1:8) TO CPD-DATE
           MOVE WS-CHK-AMT TO CPD-AMT
           MOVE WS-CHK-CHANNEL TO CPD-CHANNEL
           WRITE CPD-REC
           CLOSE CHKPAID-FILE.

       WRITE-RETURNED-CHECK.
           OPEN EXTEND RETCHK-FILE
           IF WS-RCK-STATUS = "35"
               OPEN OUTPUT RETCHK-FILE
           END-IF
           MOVE SPACES TO RCK-REC
           MOVE FUNCTION CURRENT-DATE(1:8) TO RCK-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RCK-TIME
           MOVE WS-CHK-ACCNO TO RCK-ACCNO
           MOVE WS-CHK-NO TO RCK-CHECK
           MOVE WS-CHK-AMT TO RCK-AMT
           MOVE WS-CHK-CHANNEL TO RCK-CHANNEL
           MOVE WS-CHK-REASON TO RCK-REASON
           MOVE WS-CHK-PRESENTER TO RCK-PRESENTER
           WRITE RCK-REC
           CLOSE RETCHK-FILE.

       CHECKBOOK-RTN.
      *> Checkbook issuance and stop-payment orders for checking
      *> accounts. Both files are only ever appended: a lift is a new
      *> line after the stop it lifts.
           MOVE SPACE TO WS-CHK-ACT
           MOVE 0 TO WS-CHK-ACCNO WS-CHK-FROM WS-CHK-TO
           MOVE SPACES TO WS-CHK-SP-REASON ERR-MSG
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY SCR-CHK-FORM
               DISPLAY SCR-CHK-ERROR
               ACCEPT SCR-CHK-FORM
               MOVE FUNCTION UPPER-CASE(WS-CHK-ACT) TO WS-CHK-ACT
               PERFORM EDIT-CHECKBOOK-ENTRY
               IF ERR-MSG = SPACES
                   MOVE 'Y' TO FLAGSW
               END-IF
           END-PERFORM
           IF WS-CHK-ACT = 'Q'
               EXIT PARAGRAPH
           END-IF
           DISPLAY SCR-CHK-NAME
           DISPLAY SCR-CHK-ERROR
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY SCR-CHK-ASK
               ACCEPT SCR-CHK-ASK
               MOVE FUNCTION UPPER-CASE(WS-CHK-ANS) TO WS-CHK-ANS
               IF WS-CHK-ANS = 'Y' OR WS-CHK-ANS = 'N'
                   MOVE 'Y' TO FLAGSW
               END-IF
           END-PERFORM
           IF WS-CHK-ANS = 'N'
               EXIT PARAGRAPH
           END-IF

           IF WS-CHK-ACT = 'I'
               OPEN EXTEND CHKBOOK-FILE
               IF WS-CBK-STATUS = "35"
                   OPEN OUTPUT CHKBOOK-FILE
               END-IF
               MOVE SPACES TO CBK-REC
               MOVE WS-CHK-ACCNO TO CBK-ACCNO
               MOVE WS-CHK-FROM TO CBK-FROM
               MOVE WS-CHK-TO TO CBK-TO
               MOVE FUNCTION CURRENT-DATE(1:8) TO CBK-DATE
               MOVE WS-OPERATOR-ID TO CBK-TELLER
               WRITE CBK-REC
               CLOSE CHKBOOK-FILE
               MOVE 'Checkbook recorded - press Enter' TO ERR-MSG
           ELSE
               OPEN EXTEND STOPPAY-FILE
               IF WS-SPO-STATUS = "35"
                   OPEN OUTPUT STOPPAY-FILE
               END-IF
               MOVE SPACES TO SPO-REC
               MOVE WS-CHK-ACCNO TO SPO-ACCNO
               MOVE WS-CHK-FROM TO SPO-CHECK
               MOVE WS-CHK-ACT TO SPO-ACTION
               MOVE FUNCTION CURRENT-DATE(1:8) TO SPO-DATE
               MOVE WS-OPERATOR-ID TO SPO-TELLER
               MOVE WS-CHK-SP-REASON TO SPO-REASON
               WRITE SPO-REC
               CLOSE STOPPAY-FILE
               IF WS-CHK-ACT = 'S'
                   MOVE 'Stop payment filed - press Enter' TO ERR-MSG
               ELSE
                   MOVE 'Stop payment lifted - press Enter' TO ERR-MSG
               END-IF
           END-IF
           DISPLAY SCR-CHK-ERROR
           ACCEPT WS-CHK-ANS.

       EDIT-CHECKBOOK-ENTRY.
           MOVE SPACES TO ERR-MSG
           IF WS-CHK-ACT = 'Q'
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-ACT NOT = 'I' AND WS-CHK-ACT NOT = 'S'
               AND WS-CHK-ACT NOT = 'L'
               MOVE 'ERROR: I, S, L or Q only' TO ERR-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHK-ACCNO TO ACCNO-IN
           PERFORM LOOKUP-ACCOUNT-MASTER
           EVALUATE TRUE
               WHEN WS-ACCT-FOUND = 'N'
                   MOVE 'ERROR: Account not on master' TO ERR-MSG
               WHEN MST-ACCTYPE NOT = 'C'
                   MOVE 'ERROR: Not a checking account' TO ERR-MSG
               WHEN WS-CHK-ACT = 'I'
                   AND (MST-STATUS = 'C' OR MST-STATUS = 'F')
                   MOVE 'ERROR: Account is closed or frozen'
                       TO ERR-MSG
               WHEN WS-CHK-FROM = 0
                   MOVE 'ERROR: Check number is required' TO ERR-MSG
           END-EVALUATE
           IF ERR-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-CHK-ACT = 'I'
               IF WS-CHK-TO < WS-CHK-FROM
                   MOVE 'ERROR: Last check before first' TO ERR-MSG
                   EXIT PARAGRAPH
               END-IF
      *> a number may belong to one checkbook of the account only, or
      *> a paid check could not be told from its twin.
               MOVE 'N' TO WS-CHK-OVERLAP
               OPEN INPUT CHKBOOK-FILE
               IF WS-CBK-STATUS = "00"
                   MOVE 'N' TO WS-CHK-EOF
                   PERFORM UNTIL WS-CHK-EOF = 'Y'
                       READ CHKBOOK-FILE
                           AT END
                               MOVE 'Y' TO WS-CHK-EOF
                           NOT AT END
                               IF CBK-ACCNO = WS-CHK-ACCNO
                                   AND WS-CHK-FROM <= CBK-TO
                                   AND WS-CHK-TO >= CBK-FROM
                                   MOVE 'Y' TO WS-CHK-OVERLAP
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHKBOOK-FILE
               END-IF
               IF WS-CHK-OVERLAP = 'Y'
                   MOVE 'ERROR: Range overlaps an issued checkbook'
                       TO ERR-MSG
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHK-FROM TO WS-CHK-NO
           PERFORM FIND-CHECK-STATE
           EVALUATE TRUE
               WHEN WS-CHK-ISSUED = 'N'
                   MOVE 'ERROR: Check not issued to this account'
                       TO ERR-MSG
               WHEN WS-CHK-PAID = 'Y'
                   MOVE 'ERROR: Check already paid' TO ERR-MSG
               WHEN WS-CHK-ACT = 'S' AND WS-CHK-STOPPED = 'Y'
                   MOVE 'ERROR: Stop already on file' TO ERR-MSG
               WHEN WS-CHK-ACT = 'S' AND WS-CHK-SP-REASON = SPACES
                   MOVE 'ERROR: Stop reason is required' TO ERR-MSG
               WHEN WS-CHK-ACT = 'L' AND WS-CHK-STOPPED = 'N'
                   MOVE 'ERROR: No stop on this check' TO ERR-MSG
           END-EVALUATE.

       WRITE-RETURNED-REGISTER.
      *> the day's refused checks, counter and clearing, every
      *> session's, on one register for the branch.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           OPEN OUTPUT RETREG-FILE
           MOVE WS-TODAY-8 TO RRG-HDR-DATE
           WRITE RETREG-LINE FROM RRG-HEADER
           MOVE SPACES TO RETREG-LINE
           WRITE RETREG-LINE
           WRITE RETREG-LINE FROM RRG-COLS
           MOVE 0 TO WS-RR-CNT WS-RR-TOT WS-RR-STOP-CNT WS-RR-NSF-CNT
               WS-RR-INV-CNT
           OPEN INPUT RETCHK-FILE
           IF WS-RCK-STATUS = "00"
               MOVE 'N' TO WS-CHK-EOF
               PERFORM UNTIL WS-CHK-EOF = 'Y'
                   READ RETCHK-FILE
                       AT END
                           MOVE 'Y' TO WS-CHK-EOF
                       NOT AT END
                           IF RCK-DATE = WS-TODAY-8
                               PERFORM WRITE-RETURNED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETCHK-FILE
           END-IF
           MOVE SPACES TO RETREG-LINE
           WRITE RETREG-LINE
           MOVE "Stop payment..................: " TO RRG-TRL-LABEL
           MOVE WS-RR-STOP-CNT TO RRG-TRL-CNT
           WRITE RETREG-LINE FROM RRG-TRAILER
           MOVE "Insufficient available balance: " TO RRG-TRL-LABEL
           MOVE WS-RR-NSF-CNT TO RRG-TRL-CNT
           WRITE RETREG-LINE FROM RRG-TRAILER
           MOVE "Invalid number or account.....: " TO RRG-TRL-LABEL
           MOVE WS-RR-INV-CNT TO RRG-TRL-CNT
           WRITE RETREG-LINE FROM RRG-TRAILER
           MOVE WS-RR-CNT TO RRG-CNT
           MOVE WS-RR-TOT TO RRG-TOT
           WRITE RETREG-LINE FROM RRG-TOTAL
           CLOSE RETREG-FILE.

       WRITE-RETURNED-LINE.
           ADD 1 TO WS-RR-CNT
           ADD RCK-AMT TO WS-RR-TOT
           EVALUATE RCK-REASON
               WHEN 'S'
                   ADD 1 TO WS-RR-STOP-CNT
               WHEN 'F'
                   ADD 1 TO WS-RR-NSF-CNT
               WHEN OTHER
                   ADD 1 TO WS-RR-INV-CNT
           END-EVALUATE
           MOVE RCK-REASON TO WS-CHK-REASON
           PERFORM SET-RETURN-REASON-TEXT
           MOVE RCK-TIME TO RRG-TIME
           MOVE RCK-ACCNO TO RRG-ACCNO
           MOVE RCK-CHECK TO RRG-CHECK
           MOVE RCK-AMT TO RRG-AMT
           IF RCK-CHANNEL = 'E'
               MOVE 'COUNTER' TO RRG-CHANNEL
           ELSE
               MOVE 'CLEARING' TO RRG-CHANNEL
           END-IF
           MOVE RCK-PRESENTER TO RRG-PRESENTER
           MOVE WS-CHK-REASON-TEXT TO RRG-REASON
           WRITE RETREG-LINE FROM RRG-DETAIL.

       REBUILD-MASTER-RTN.
      *> Replays the passbook trail (archived months first, then the
      *> live file), reconstructs each account's balance from its
           MOVE SPACES TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE 0 TO WS-RB-VARCOUNT
           MOVE 0 TO WS-RB-PHP-NET WS-RB-USD-NET
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT
               MOVE 'N' TO RB-ONMAST(WS-RB-IDX)
                   MOVE RB-BAL(WS-RB-IDX) TO VAR-RB-BAL
                   MOVE RB-BAL(WS-RB-IDX) TO VAR-DIFF
                   MOVE "NOT ON MASTER" TO VAR-NOTE
      *> no master record left to say what currency it was in.
                   MOVE "???" TO VAR-CCY
                   MOVE 0 TO VAR-PHP-EQ
                   WRITE VARIANCE-LINE FROM VAR-DETAIL
               END-IF
           END-PERFORM
           WRITE VARIANCE-LINE
           MOVE WS-RB-VARCOUNT TO VAR-CNT
           WRITE VARIANCE-LINE FROM VAR-TRAILER
           MOVE "Net Peso Variance..: " TO VAR-CCY-LABEL
           MOVE WS-RB-PHP-NET TO VAR-CCY-AMT
           MOVE SPACES TO VAR-CCY-EQ-LABEL
           MOVE 0 TO VAR-CCY-EQ
           WRITE VARIANCE-LINE FROM VAR-CCY-TOTAL
           MOVE "Net USD Variance...: " TO VAR-CCY-LABEL
           MOVE WS-RB-USD-NET TO VAR-CCY-AMT
           MOVE "in Pesos: " TO VAR-CCY-EQ-LABEL
           COMPUTE WS-RB-EQUIV ROUNDED = WS-RB-USD-NET * WS-FX-DAY-BUY
           MOVE WS-RB-EQUIV TO VAR-CCY-EQ
           WRITE VARIANCE-LINE FROM VAR-CCY-TOTAL
           CLOSE VARIANCE-FILE

           MOVE SPACES TO ERR-MSG
                           RB-BAL(WS-RB-IDX) - MST-BAL
                       MOVE WS-RB-DIFF TO VAR-DIFF
                       MOVE "BALANCE DIFFERS" TO VAR-NOTE
                       PERFORM SET-VARIANCE-CCY
                       WRITE VARIANCE-LINE FROM VAR-DETAIL
                   END-IF
               END-IF
               COMPUTE WS-RB-DIFF = 0 - MST-BAL
               MOVE WS-RB-DIFF TO VAR-DIFF
               MOVE "NO HISTORY" TO VAR-NOTE
               PERFORM SET-VARIANCE-CCY
               WRITE VARIANCE-LINE FROM VAR-DETAIL
           END-IF.

       SET-VARIANCE-CCY.
      *> a dollar account's variance is in dollars; it is shown at
      *> today's buying rate beside it and totalled apart.
           IF MST-ACCTYPE = 'D'
               MOVE "USD" TO VAR-CCY
               COMPUTE WS-RB-EQUIV ROUNDED = WS-RB-DIFF * WS-FX-DAY-BUY
               MOVE WS-RB-EQUIV TO VAR-PHP-EQ
               ADD WS-RB-DIFF TO WS-RB-USD-NET
           ELSE
               MOVE "PHP" TO VAR-CCY
               MOVE 0 TO VAR-PHP-EQ
               ADD WS-RB-DIFF TO WS-RB-PHP-NET
           END-IF.

       REBUILD-WRITE-MASTER.
      *> accepted: surviving records take the rebuilt balance; a
      *> record the master lost comes back as a frozen skeleton for
                       MOVE 0 TO MST-TD-TERM
                       MOVE 0 TO MST-TD-RATE
                       MOVE 0 TO MST-TD-MATURITY
                       MOVE 0 TO MST-CIF
                       WRITE MASTER-REC
                   NOT INVALID KEY
                       MOVE RB-BAL(WS-RB-IDX) TO MST-BAL
               END-READ
           END-PERFORM.

       GET-ACCOUNT-CIF.
      *> the CIF a new account is opened under; zero registers a new
      *> customer first. Leaves the customer in CIF-REC and its
      *> number in WS-CUR-CIF, or WS-CIF-OK 'N' if none was settled.
           MOVE 'N' TO WS-CIF-OK
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               MOVE 0 TO WS-CIF-KEY
               DISPLAY SCR-ACC-CIF
               ACCEPT SCR-ACC-CIF
               IF WS-CIF-KEY = 0
                   PERFORM CREATE-CIF-RTN
                   DISPLAY HEADER
                   DISPLAY LAYOUT
                   DISPLAY SCR-ACCNO
                   MOVE 'Y' TO FLAGSW
               ELSE
                   MOVE WS-CIF-KEY TO CIF-NO
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE 'ERROR: CIF number not on file'
                               TO ERR-MSG
                           DISPLAY SCR-ERROR
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-CIF-OK
                           MOVE 'Y' TO FLAGSW
                           MOVE SPACES TO ERR-MSG
                           DISPLAY SCR-ERROR
                   END-READ
               END-IF
           END-PERFORM
           IF WS-CIF-OK = 'Y'
               MOVE CIF-NO TO WS-CUR-CIF
               DISPLAY SCR-CUR-CIF
           END-IF.

       CREATE-CIF-RTN.
      *> registers a new depositor: name, birth date, address and a
      *> presented ID are required; TIN and contact number may follow
      *> later. The number is the next one after the highest on file.
           INITIALIZE WS-CIF-NEW
           MOVE SPACES TO ERR-MSG
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY SCR-CIF-FORM
               DISPLAY SCR-CIF-ERROR
               ACCEPT SCR-CIF-FORM
               MOVE WS-CN-BIRTH(5:2) TO WS-CIF-BIRTH-MM
               MOVE WS-CN-BIRTH(7:2) TO WS-CIF-BIRTH-DD
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
               EVALUATE TRUE
                   WHEN WS-CN-NAME = SPACES
                       MOVE 'ERROR: Full name is required' TO ERR-MSG
                   WHEN WS-CIF-BIRTH-MM < 1 OR WS-CIF-BIRTH-MM > 12
                       OR WS-CIF-BIRTH-DD < 1 OR WS-CIF-BIRTH-DD > 31
                       OR WS-CN-BIRTH > WS-TODAY-NUM
                       MOVE 'ERROR: Birth date is not valid' TO ERR-MSG
                   WHEN WS-CN-ADDRESS = SPACES
                       MOVE 'ERROR: Address is required' TO ERR-MSG
                   WHEN WS-CN-ID-TYPE = SPACES OR WS-CN-ID-NO = SPACES
                       MOVE 'ERROR: A presented ID is required'
                           TO ERR-MSG
                   WHEN OTHER
                       MOVE SPACES TO ERR-MSG
                       MOVE 'Y' TO FLAGSW
               END-EVALUATE
           END-PERFORM
           DISPLAY SCR-CIF-ERROR

           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY SCR-CIF-ASK
               ACCEPT SCR-CIF-ASK
               MOVE FUNCTION UPPER-CASE(WS-CIF-ANS) TO WS-CIF-ANS
               IF WS-CIF-ANS = 'Y' OR WS-CIF-ANS = 'N'
                   MOVE 'Y' TO FLAGSW
               END-IF
           END-PERFORM
           IF WS-CIF-ANS = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CIF-NEXT
           MOVE 'N' TO WS-CIF-EOF
           MOVE LOW-VALUES TO CIF-NO
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CIF-NO
               INVALID KEY
                   MOVE 'Y' TO WS-CIF-EOF
           END-START
           PERFORM UNTIL WS-CIF-EOF = 'Y'
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CIF-EOF
                   NOT AT END
                       MOVE CIF-NO TO WS-CIF-NEXT
               END-READ
           END-PERFORM
           ADD 1 TO WS-CIF-NEXT

           MOVE WS-CIF-NEXT TO CIF-NO
           MOVE WS-CN-NAME TO CIF-NAME
           MOVE WS-CN-BIRTH TO CIF-BIRTH
           MOVE WS-CN-ADDRESS TO CIF-ADDRESS
           MOVE WS-CN-TIN TO CIF-TIN
           MOVE WS-CN-ID-TYPE TO CIF-ID-TYPE
           MOVE WS-CN-ID-NO TO CIF-ID-NO
           MOVE WS-CN-CONTACT TO CIF-CONTACT
           MOVE FUNCTION CURRENT-DATE(1:8) TO CIF-OPENED
           MOVE WS-OPERATOR-ID TO CIF-TELLER
           WRITE CIF-REC
               INVALID KEY
                   MOVE 'ERROR: CIF could not be written' TO ERR-MSG
                   DISPLAY SCR-CIF-ERROR
                   ACCEPT WS-CIF-ANS
                   EXIT PARAGRAPH
           END-WRITE
           MOVE CIF-NO TO WS-CIF-KEY
           DISPLAY SCR-CIF-ASSIGNED
           MOVE 'CIF saved - press Enter' TO ERR-MSG
           DISPLAY SCR-CIF-ERROR
           ACCEPT WS-CIF-ANS
           MOVE SPACES TO ERR-MSG
           MOVE 'Y' TO WS-CIF-OK.

       CIF-INQUIRY-RTN.
      *> One depositor and every account they hold, with the combined
      *> balance and the part of it PDIC insures. The teller's copy of
      *> the list goes on the session printout.
           MOVE 0 TO WS-CIF-KEY WS-CIF-ACCNO
           MOVE SPACES TO ERR-MSG
           DISPLAY SCR-CIFQ-PROMPT
           ACCEPT SCR-CIFQ-PROMPT
           IF WS-CIF-KEY = 0
               DISPLAY SCR-CIFQ-ACCNO
               ACCEPT SCR-CIFQ-ACCNO
               MOVE WS-CIF-ACCNO TO ACCNO-IN
               PERFORM LOOKUP-ACCOUNT-MASTER
               IF WS-ACCT-FOUND = 'N'
                   MOVE 'ERROR: Account not on master' TO ERR-MSG
                   DISPLAY SCR-CIFQ-ERROR
                   ACCEPT WS-CIF-ANS
                   EXIT PARAGRAPH
               END-IF
               IF WS-CUR-CIF = 0
                   MOVE 'ERROR: Account has no CIF - link it first'
                       TO ERR-MSG
                   DISPLAY SCR-CIFQ-ERROR
                   ACCEPT WS-CIF-ANS
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CUR-CIF TO WS-CIF-KEY
           END-IF
           MOVE WS-CIF-KEY TO CIF-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'ERROR: CIF number not on file' TO ERR-MSG
                   DISPLAY SCR-CIFQ-ERROR
                   ACCEPT WS-CIF-ANS
                   EXIT PARAGRAPH
           END-READ

           MOVE WS-CIF-KEY TO CPH-CIF
           MOVE CIF-NAME TO CPH-NAME
           WRITE OUTREC FROM SPACES
           WRITE OUTREC FROM CIF-PRT-HEADER
           MOVE SPACES TO WS-CIF-SHOWN
           MOVE 0 TO WS-CIF-ACCT-CNT WS-CIF-TOTAL
           MOVE 'N' TO WS-EOF-MASTER
           MOVE LOW-VALUES TO MST-ACCNO
           START ACCOUNT-MASTER KEY IS NOT LESS THAN MST-ACCNO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-MASTER
           END-START
           PERFORM UNTIL WS-EOF-MASTER = 'Y'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-MASTER
               END-READ
               IF WS-EOF-MASTER = 'N' AND MST-CIF IS NUMERIC
                   AND MST-CIF = WS-CIF-KEY
                   ADD 1 TO WS-CIF-ACCT-CNT
      *> dollar balances count at their peso equivalent.
                   IF MST-ACCTYPE = 'D'
                       COMPUTE WS-FX-PHP ROUNDED =
                           MST-BAL * WS-FX-DAY-BUY
                       ADD WS-FX-PHP TO WS-CIF-TOTAL
                   ELSE
                       ADD MST-BAL TO WS-CIF-TOTAL
                   END-IF
                   MOVE MST-ACCNO TO CAL-ACCNO
                   MOVE MST-ACCNAME TO CAL-ACCNAME
                   MOVE MST-ACCTYPE TO CAL-TYPE
                   MOVE MST-BRAN-CD TO CAL-BRANCH
                   MOVE MST-STATUS TO CAL-STATUS
                   MOVE MST-BAL TO CAL-BAL
                   IF WS-CIF-ACCT-CNT <= 8
                       MOVE CIF-ACCT-LINE
                           TO WS-CIF-SHOW-LINE(WS-CIF-ACCT-CNT)
                   END-IF
                   WRITE OUTREC FROM CIF-ACCT-LINE
               END-IF
           END-PERFORM
           IF WS-CIF-TOTAL > WS-PDIC-MAX
               MOVE WS-PDIC-MAX TO WS-CIF-INSURED
           ELSE
               MOVE WS-CIF-TOTAL TO WS-CIF-INSURED
           END-IF
           MOVE WS-CIF-ACCT-CNT TO CPT-CNT
           MOVE WS-CIF-TOTAL TO CPT-TOTAL
           MOVE WS-CIF-INSURED TO CPT-INSURED
           WRITE OUTREC FROM CIF-PRT-TOTAL

           DISPLAY SCR-CIFQ-DETAIL
           IF WS-CIF-ACCT-CNT > 8
               MOVE 'More accounts on the teller printout' TO ERR-MSG
           ELSE
               MOVE 'Press Enter to return' TO ERR-MSG
           END-IF
           DISPLAY SCR-CIFQ-ERROR
           ACCEPT WS-CIF-ANS.

       LOAD-FX-RATE.
      *> the rate in effect on WS-FX-ASOF: the newest posting dated
      *> on or before it. A later line for the same date is a
      *> treasury correction and wins.
           MOVE 'N' TO WS-FX-FOUND
           MOVE 0 TO WS-FX-DATE WS-FX-BUY WS-FX-SELL
           OPEN INPUT FXRATE-FILE
           IF WS-FXR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FX-EOF
           PERFORM UNTIL WS-FX-EOF = 'Y'
               READ FXRATE-FILE
                   AT END
                       MOVE 'Y' TO WS-FX-EOF
                   NOT AT END
                       IF FXR-DATE IS NUMERIC
                           AND FXR-DATE <= WS-FX-ASOF
                           AND FXR-DATE >= WS-FX-DATE
                           MOVE 'Y' TO WS-FX-FOUND
                           MOVE FXR-DATE TO WS-FX-DATE
                           MOVE FXR-BUY TO WS-FX-BUY
                           MOVE FXR-SELL TO WS-FX-SELL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXRATE-FILE.

       LOAD-DAY-RATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FX-ASOF
           PERFORM LOAD-FX-RATE
           MOVE WS-FX-FOUND TO WS-FX-DAY-FOUND
           MOVE WS-FX-DATE TO WS-FX-DAY-DATE
           MOVE WS-FX-BUY TO WS-FX-DAY-BUY
           MOVE WS-FX-SELL TO WS-FX-DAY-SELL.

       FX-RATE-RTN.
      *> Treasury posts the day's dollar buying and selling rates.
      *> Postings are only ever appended; a mistake is put right by
      *> posting the same date again.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FX-NEW-DATE
           MOVE 0 TO WS-FX-NEW-BUY WS-FX-NEW-SELL
           MOVE SPACES TO ERR-MSG
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY SCR-FX-FORM
               DISPLAY SCR-FX-ERROR
               ACCEPT SCR-FX-FORM
               EVALUATE TRUE
                   WHEN WS-FX-NEW-BUY = 0 OR WS-FX-NEW-SELL = 0
                       MOVE 'ERROR: Both rates are required' TO ERR-MSG
                   WHEN WS-FX-NEW-SELL < WS-FX-NEW-BUY
                       MOVE 'ERROR: Selling rate below buying rate'
                           TO ERR-MSG
                   WHEN OTHER
                       MOVE SPACES TO ERR-MSG
                       MOVE 'Y' TO FLAGSW
               END-EVALUATE
           END-PERFORM
           DISPLAY SCR-FX-ERROR
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY SCR-FX-ASK
               ACCEPT SCR-FX-ASK
               MOVE FUNCTION UPPER-CASE(WS-FX-ANS) TO WS-FX-ANS
               IF WS-FX-ANS = 'Y' OR WS-FX-ANS = 'N'
                   MOVE 'Y' TO FLAGSW
               END-IF
           END-PERFORM
           IF WS-FX-ANS = 'N'
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND FXRATE-FILE
           IF WS-FXR-STATUS = "35"
               OPEN OUTPUT FXRATE-FILE
           END-IF
           MOVE SPACES TO FXR-REC
           MOVE WS-FX-NEW-DATE TO FXR-DATE
           MOVE WS-FX-NEW-BUY TO FXR-BUY
           MOVE WS-FX-NEW-SELL TO FXR-SELL
           MOVE WS-OPERATOR-ID TO FXR-TELLER
           MOVE FUNCTION CURRENT-DATE(1:14) TO FXR-ENTERED
           WRITE FXR-REC
           CLOSE FXRATE-FILE
           PERFORM LOAD-DAY-RATE
           DISPLAY SCR-FX-FORM
           MOVE 'Rate posted - press Enter' TO ERR-MSG
           DISPLAY SCR-FX-ERROR
           ACCEPT WS-FX-ANS.

       FX-REVAL-RTN.
      *> Month-end revaluation of the dollar accounts: each balance at
      *> the rate in effect at the close of the month before and at
      *> the close of this one. The difference is the month's peso
      *> revaluation on dollars the bank owes its depositors -- a rise
      *> is a loss to the bank, a fall a gain.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RV-MONTH
           MOVE SPACES TO ERR-MSG
           DISPLAY SCR-RV-PROMPT
           ACCEPT SCR-RV-PROMPT
           COMPUTE WS-RV-YYYY = WS-RV-MONTH / 100
           COMPUTE WS-RV-MM = FUNCTION MOD(WS-RV-MONTH, 100)
           IF WS-RV-MM < 1 OR WS-RV-MM > 12
               MOVE 'ERROR: Month must be YYYYMM' TO ERR-MSG
               DISPLAY SCR-RV-ERROR
               ACCEPT WS-FX-ANS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RV-END = WS-RV-MONTH * 100 + 31
           SUBTRACT 1 FROM WS-RV-MM
           IF WS-RV-MM = 0
               MOVE 12 TO WS-RV-MM
               SUBTRACT 1 FROM WS-RV-YYYY
           END-IF
           COMPUTE WS-RV-PREV-END =
               (WS-RV-YYYY * 100 + WS-RV-MM) * 100 + 31

           MOVE WS-RV-END TO WS-FX-ASOF
           PERFORM LOAD-FX-RATE
           IF WS-FX-FOUND = 'N'
               MOVE 'ERROR: No dollar rate posted for the month'
                   TO ERR-MSG
               DISPLAY SCR-RV-ERROR
               ACCEPT WS-FX-ANS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FX-BUY TO WS-RV-NEW-RATE
           MOVE WS-FX-DATE TO WS-RV-NEW-DATE
           MOVE WS-RV-PREV-END TO WS-FX-ASOF
           PERFORM LOAD-FX-RATE
      *> the first month on the rate file has nothing before it to
      *> revalue from.
           IF WS-FX-FOUND = 'N'
               MOVE WS-RV-NEW-RATE TO WS-FX-BUY
               MOVE WS-RV-NEW-DATE TO WS-FX-DATE
           END-IF
           MOVE WS-FX-BUY TO WS-RV-OLD-RATE
           MOVE WS-FX-DATE TO WS-RV-OLD-DATE

           OPEN OUTPUT FXREVAL-FILE
           MOVE WS-RV-MONTH TO RV-HDR-MONTH
           WRITE FXREVAL-LINE FROM RV-HEADER
           MOVE SPACES TO FXREVAL-LINE
           WRITE FXREVAL-LINE
           MOVE "Prior month-end buying rate..." TO RV-RATE-LABEL
           MOVE WS-RV-OLD-RATE TO RV-RATE
           MOVE WS-RV-OLD-DATE TO RV-RATE-DATE
           WRITE FXREVAL-LINE FROM RV-RATE-LINE
           MOVE "This month-end buying rate...." TO RV-RATE-LABEL
           MOVE WS-RV-NEW-RATE TO RV-RATE
           MOVE WS-RV-NEW-DATE TO RV-RATE-DATE
           WRITE FXREVAL-LINE FROM RV-RATE-LINE
           MOVE SPACES TO FXREVAL-LINE
           WRITE FXREVAL-LINE
           WRITE FXREVAL-LINE FROM RV-COLS

           MOVE 0 TO WS-RV-COUNT WS-RV-TOT-USD WS-RV-TOT-OLD
               WS-RV-TOT-NEW WS-RV-TOT-CHG
           MOVE 'N' TO WS-EOF-MASTER
           MOVE LOW-VALUES TO MST-ACCNO
           START ACCOUNT-MASTER KEY IS NOT LESS THAN MST-ACCNO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-MASTER
           END-START
           PERFORM UNTIL WS-EOF-MASTER = 'Y'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-MASTER
               END-READ
               IF WS-EOF-MASTER = 'N' AND MST-ACCTYPE = 'D'
                   AND MST-BAL > 0
                   COMPUTE WS-RV-OLD-PHP ROUNDED =
                       MST-BAL * WS-RV-OLD-RATE
                   COMPUTE WS-RV-NEW-PHP ROUNDED =
                       MST-BAL * WS-RV-NEW-RATE
                   COMPUTE WS-RV-CHANGE = WS-RV-NEW-PHP - WS-RV-OLD-PHP
                   ADD 1 TO WS-RV-COUNT
                   ADD MST-BAL TO WS-RV-TOT-USD
                   ADD WS-RV-OLD-PHP TO WS-RV-TOT-OLD
                   ADD WS-RV-NEW-PHP TO WS-RV-TOT-NEW
                   ADD WS-RV-CHANGE TO WS-RV-TOT-CHG
                   MOVE MST-ACCNO TO RV-ACCNO
                   MOVE MST-ACCNAME TO RV-NAME
                   MOVE MST-BRAN-CD TO RV-BRANCH
                   MOVE MST-BAL TO RV-USD
                   MOVE WS-RV-OLD-PHP TO RV-OLD-PHP
                   MOVE WS-RV-NEW-PHP TO RV-NEW-PHP
                   MOVE WS-RV-CHANGE TO RV-CHANGE
                   WRITE FXREVAL-LINE FROM RV-DETAIL
               END-IF
           END-PERFORM
           MOVE SPACES TO FXREVAL-LINE
           WRITE FXREVAL-LINE
           MOVE WS-RV-COUNT TO RV-TOT-CNT
           MOVE WS-RV-TOT-USD TO RV-TOT-USD
           MOVE WS-RV-TOT-OLD TO RV-TOT-OLD
           MOVE WS-RV-TOT-NEW TO RV-TOT-NEW
           MOVE WS-RV-TOT-CHG TO RV-TOT-CHG
           WRITE FXREVAL-LINE FROM RV-TOTAL
           IF WS-RV-TOT-CHG > 0
               MOVE "Revaluation LOSS (peso liability up)...."
                   TO RV-VERDICT-TEXT
           ELSE
               MOVE "Revaluation GAIN (peso liability down).."
                   TO RV-VERDICT-TEXT
           END-IF
           MOVE WS-RV-TOT-CHG TO RV-VERDICT-AMT
           WRITE FXREVAL-LINE FROM RV-VERDICT
           CLOSE FXREVAL-FILE
           MOVE 'Revaluation report on FXREVAL.TXT' TO ERR-MSG
           DISPLAY SCR-RV-ERROR
           ACCEPT WS-FX-ANS.

       CORRECTION-RTN.
      *> Reverses one of today's postings keyed in error: a deposit
      *> on the wrong account, 5,000 keyed for 500. The original is
      *> found on the passbook by account, date and amount; with a
      *> supervisor's approval the master is put back, an ERROR CORR
      *> line carrying the original's reference goes on the passbook,
      *> and the amount comes back out of the drawer and the branch
      *> figures it went into. Only same-day cash and check deposits
      *> and withdrawals can be corrected; anything older is fixed by
      *> an ordinary transaction.
           MOVE 0 TO WS-CORR-ACCNO WS-CORR-AMT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           MOVE WS-TODAY-NUM TO WS-CORR-DATE
           MOVE SPACES TO ERR-MSG
           DISPLAY SCR-CORR-FORM
           ACCEPT SCR-CORR-FORM
           IF WS-CORR-DATE NOT = WS-TODAY-NUM
               MOVE 'ERROR: Corrections are same-day only' TO ERR-MSG
               DISPLAY SCR-CORR-ERROR
               ACCEPT WS-CORR-ANS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CORR-ACCNO TO ACCNO-IN
           PERFORM LOOKUP-ACCOUNT-MASTER
           IF WS-ACCT-FOUND = 'N'
               MOVE 'ERROR: Account not on master' TO ERR-MSG
               DISPLAY SCR-CORR-ERROR
               ACCEPT WS-CORR-ANS
               EXIT PARAGRAPH
           END-IF
           IF MST-STATUS = 'C'
               MOVE 'ERROR: Account is closed' TO ERR-MSG
               DISPLAY SCR-CORR-ERROR
               ACCEPT WS-CORR-ANS
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CORR-CANDIDATES
           IF WS-CORR-COUNT = 0
               MOVE 'ERROR: No uncorrected posting matches'
                   TO ERR-MSG
               DISPLAY SCR-CORR-ERROR
               ACCEPT WS-CORR-ANS
               EXIT PARAGRAPH
           END-IF

      *> newest first: the teller confirms which posting is meant.
           MOVE 0 TO WS-CORR-PICK
           MOVE WS-CORR-COUNT TO WS-CORR-J
           PERFORM UNTIL WS-CORR-J = 0 OR WS-CORR-PICK > 0
               IF CRT-STATE(WS-CORR-J) = 'O'
                   MOVE CRT-NAME(WS-CORR-J) TO WS-CORR-NAME
                   MOVE CRT-REF(WS-CORR-J) TO WS-CORR-REF
                   MOVE CRT-BR(WS-CORR-J) TO WS-CORR-BR
                   MOVE CRT-TELLER(WS-CORR-J) TO WS-CORR-TELLER
                   MOVE CRT-BAL(WS-CORR-J) TO WS-CORR-BAL
                   DISPLAY SCR-CORR-ITEM
                   MOVE SPACE TO WS-CORR-ANS
                   PERFORM UNTIL WS-CORR-ANS = 'Y' OR WS-CORR-ANS = 'N'
                       DISPLAY SCR-CORR-ASK
                       ACCEPT SCR-CORR-ASK
                       MOVE FUNCTION UPPER-CASE(WS-CORR-ANS)
                           TO WS-CORR-ANS
                   END-PERFORM
                   IF WS-CORR-ANS = 'Y'
                       MOVE WS-CORR-J TO WS-CORR-PICK
                   END-IF
               END-IF
               SUBTRACT 1 FROM WS-CORR-J
           END-PERFORM
           IF WS-CORR-PICK = 0
               MOVE 'Nothing corrected' TO ERR-MSG
               DISPLAY SCR-CORR-ERROR
               ACCEPT WS-CORR-ANS
               EXIT PARAGRAPH
           END-IF

      *> a counter posting went through one teller's drawer, and only
      *> that teller's drawer can give the cash back.
           IF WS-CORR-TELLER NOT = SPACES
               AND WS-CORR-TELLER NOT = WS-OPERATOR-ID
               MOVE 'ERROR: Only the posting teller can correct it'
                   TO ERR-MSG
               DISPLAY SCR-CORR-ERROR
               ACCEPT WS-CORR-ANS
               EXIT PARAGRAPH
           END-IF
      *> a wrong deposit can only come back while the money is still
      *> there to take.
           IF WS-CORR-NAME = 'Deposit'
               AND WS-CORR-AMT > MST-BAL - WS-CUR-HOLD
               MOVE 'ERROR: Funds already drawn - cannot reverse'
                   TO ERR-MSG
               DISPLAY SCR-CORR-ERROR
               ACCEPT WS-CORR-ANS
               EXIT PARAGRAPH
           END-IF
           IF WS-CORR-NAME = 'Check Deposit'
               AND WS-CORR-AMT > MST-BAL
               MOVE 'ERROR: Funds already drawn - cannot reverse'
                   TO ERR-MSG
               DISPLAY SCR-CORR-ERROR
               ACCEPT WS-CORR-ANS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CORR-AMT TO AMT-IN
           PERFORM SUPERVISOR-OVERRIDE-RTN
           IF WS-OVR-OK = 'N'
               MOVE 'ERROR: Supervisor approval refused' TO ERR-MSG
               DISPLAY SCR-CORR-ERROR
               ACCEPT WS-CORR-ANS
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-CORRECTION-RTN
           MOVE 'Posting reversed - ERROR CORR on passbook' TO ERR-MSG
           DISPLAY SCR-CORR-ERROR
           ACCEPT WS-CORR-ANS.

       FIND-CORR-CANDIDATES.
      *> today's postings on the account for the amount, less any an
      *> ERROR CORR line has already reversed. The passbook is
      *> borrowed from its session EXTEND the way the statement run
      *> borrows it.
           MOVE 0 TO WS-CORR-COUNT WS-CORR-DONE-CNT
           CLOSE HISTORY-FILE
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'N' TO WS-CORR-EOF
               PERFORM UNTIL WS-CORR-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-CORR-EOF
                       NOT AT END
                           MOVE HIST-LINE TO WS-PB-PARSE
                           PERFORM COLLECT-CORR-LINE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           OPEN EXTEND HISTORY-FILE
           PERFORM VARYING WS-CORR-J FROM 1 BY 1
               UNTIL WS-CORR-J > WS-CORR-COUNT
               PERFORM VARYING WS-CORR-K FROM 1 BY 1
                   UNTIL WS-CORR-K > WS-CORR-DONE-CNT
                   IF CRD-REF(WS-CORR-K) = CRT-REF(WS-CORR-J)
                       MOVE 'X' TO CRT-STATE(WS-CORR-J)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-CORR-K
           PERFORM VARYING WS-CORR-J FROM 1 BY 1
               UNTIL WS-CORR-J > WS-CORR-COUNT
               IF CRT-STATE(WS-CORR-J) = 'O'
                   ADD 1 TO WS-CORR-K
               END-IF
           END-PERFORM
           IF WS-CORR-K = 0
               MOVE 0 TO WS-CORR-COUNT
           END-IF.

       COLLECT-CORR-LINE.
           IF WS-PB-ACCNO NOT = WS-CORR-ACCNO
               OR WS-PB-DATE NOT = WS-CORR-DATE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-PB-AMT) NOT = WS-CORR-AMT
               EXIT PARAGRAPH
           END-IF
           IF WS-PB-TRANSNAME = 'ERROR CORR'
               IF WS-CORR-DONE-CNT < 20
                   ADD 1 TO WS-CORR-DONE-CNT
                   MOVE WS-PB-REF TO CRD-REF(WS-CORR-DONE-CNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-PB-TRANSNAME NOT = 'Deposit'
               AND WS-PB-TRANSNAME NOT = 'Withdrawal'
               AND WS-PB-TRANSNAME NOT = 'Check Deposit'
               EXIT PARAGRAPH
           END-IF
           IF WS-CORR-COUNT < 20
               ADD 1 TO WS-CORR-COUNT
               MOVE WS-PB-TRANSNAME TO CRT-NAME(WS-CORR-COUNT)
               MOVE WS-PB-REF TO CRT-REF(WS-CORR-COUNT)
               MOVE WS-PB-POST-BR TO CRT-BR(WS-CORR-COUNT)
               MOVE WS-PB-TELLER TO CRT-TELLER(WS-CORR-COUNT)
               MOVE WS-PB-BAL TO CRT-BAL(WS-CORR-COUNT)
               MOVE 'O' TO CRT-STATE(WS-CORR-COUNT)
           END-IF.

       POST-CORRECTION-RTN.
      *> the master first, read fresh since the screens ran.
           MOVE WS-CORR-ACCNO TO ACCNO-IN
           PERFORM LOOKUP-ACCOUNT-MASTER
           IF WS-CORR-NAME = 'Withdrawal'
               ADD WS-CORR-AMT TO MST-BAL
               MOVE 'D' TO TRANSTYPE-IN
           ELSE
               SUBTRACT WS-CORR-AMT FROM MST-BAL
               MOVE 'W' TO TRANSTYPE-IN
           END-IF
      *> a check still on hold leaves the clearing queue with it.
           IF WS-CORR-NAME = 'Check Deposit'
               IF MST-HOLD >= WS-CORR-AMT
                   SUBTRACT WS-CORR-AMT FROM MST-HOLD
               ELSE
                   MOVE 0 TO MST-HOLD
               END-IF
               PERFORM DROP-CHECKQ-ITEM
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO MST-LAST-ACT
           REWRITE MASTER-REC

           MOVE WS-CORR-ACCNO TO ACCNO-IN ACCNO-OUT
           MOVE 'ERROR CORR' TO TRANSNAME-IN TRANSNAME-OUT
           MOVE WS-CORR-AMT TO AMT-IN
           MOVE MST-BAL TO BAL-IN BAL-OUT
           IF WS-CORR-BR = SPACES
               MOVE MST-BRAN-CD TO BRAN-CD-IN
           ELSE
               MOVE WS-CORR-BR TO BRAN-CD-IN
           END-IF
           MOVE MST-ACCNAME TO ACCNAME-OUT
           MOVE MST-ACCTYPE TO ACCTYPE-IN
           PERFORM SET-ACCTYPE-INFO
           MOVE ACCTYPENAME-IN TO ACCTYPENAME-OUT
           WRITE OUTREC FROM REC-OUT
           MOVE WS-OPERATOR-ID TO WS-HIST-TELLER
           MOVE WS-CORR-REF TO WS-HIST-TIE
           PERFORM WRITE-HISTORY-RECORD
           MOVE SPACES TO WS-HIST-TELLER WS-HIST-TIE

      *> the original's amount comes back out of the figures it went
      *> into: its branch's column, the trial balance leg and, for a
      *> counter posting, this teller's drawer.
           IF MST-ACCTYPE = 'D'
               PERFORM BACKOUT-USD-CORRECTION
           ELSE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > 5
               IF WS-BR-CODE(WS-BR-IDX) = BRAN-CD-IN
                   IF WS-CORR-NAME = 'Withdrawal'
                       SUBTRACT WS-CORR-AMT
                           FROM WS-BR-WD-TOTAL(WS-BR-IDX)
                   ELSE
                       SUBTRACT WS-CORR-AMT
                           FROM WS-BR-DEP-TOTAL(WS-BR-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CORR-NAME = 'Withdrawal'
               SUBTRACT WS-CORR-AMT FROM WS-TB-WD
           ELSE
               SUBTRACT WS-CORR-AMT FROM WS-TB-DEP
           END-IF
           IF WS-CORR-TELLER NOT = SPACES
               IF WS-CORR-NAME = 'Deposit'
                   SUBTRACT WS-CORR-AMT FROM WS-DRAWER-IN
               END-IF
               IF WS-CORR-NAME = 'Withdrawal'
                   SUBTRACT WS-CORR-AMT FROM WS-DRAWER-OUT
               END-IF
           END-IF
           END-IF
           ADD 1 TO WS-AUD-TXNS

           OPEN EXTEND ERRCORR-FILE
           IF WS-ECL-STATUS = "35"
               OPEN OUTPUT ERRCORR-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO ECL-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO ECL-TIME
           MOVE WS-CORR-ACCNO TO ECL-ACCNO
           MOVE WS-CORR-NAME TO ECL-ORIG-NAME
           MOVE WS-CORR-AMT TO ECL-AMT
           MOVE WS-CORR-REF TO ECL-ORIG-REF
           MOVE BRAN-CD-IN TO ECL-BRANCH
           MOVE WS-OPERATOR-ID TO ECL-TELLER
           MOVE WS-OVR-APPROVER TO ECL-APPROVER
           WRITE ECL-LINE FROM ECL-REC
           CLOSE ERRCORR-FILE.

       BACKOUT-USD-CORRECTION.
      *> the dollar-account side of the backout: dollar columns and
      *> the dollar notes in this teller's drawer.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > 5
               IF WS-BR-CODE(WS-BR-IDX) = BRAN-CD-IN
                   IF WS-CORR-NAME = 'Withdrawal'
                       SUBTRACT WS-CORR-AMT
                           FROM WS-BR-USD-WD(WS-BR-IDX)
                   ELSE
                       SUBTRACT WS-CORR-AMT
                           FROM WS-BR-USD-DEP(WS-BR-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CORR-NAME = 'Withdrawal'
               SUBTRACT WS-CORR-AMT FROM WS-TB-USD-WD
           ELSE
               SUBTRACT WS-CORR-AMT FROM WS-TB-USD-DEP
           END-IF
           IF WS-CORR-TELLER NOT = SPACES
               IF WS-CORR-NAME = 'Deposit'
                   SUBTRACT WS-CORR-AMT FROM WS-DRAWER-USD-IN
               END-IF
               IF WS-CORR-NAME = 'Withdrawal'
                   SUBTRACT WS-CORR-AMT FROM WS-DRAWER-USD-OUT
               END-IF
           END-IF.

       DROP-CHECKQ-ITEM.
      *> today's queue item for this check comes off; the rest of the
      *> queue is written back as it was.
           OPEN INPUT CHECKQ-FILE
           IF WS-CKQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CLR-COUNT
           MOVE 'N' TO WS-CLR-EOF
           PERFORM UNTIL WS-CLR-EOF = 'Y'
               READ CHECKQ-FILE
                   AT END
                       MOVE 'Y' TO WS-CLR-EOF
                   NOT AT END
                       IF WS-CLR-COUNT < 200
                           ADD 1 TO WS-CLR-COUNT
                           SET WS-CKQ-IDX TO WS-CLR-COUNT
                           MOVE CKQ-ACCNO TO CKT-ACCNO(WS-CKQ-IDX)
                           MOVE CKQ-DATE TO CKT-DATE(WS-CKQ-IDX)
                           MOVE CKQ-AMT TO CKT-AMT(WS-CKQ-IDX)
                           MOVE 'H' TO CKT-STATE(WS-CKQ-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKQ-FILE
           MOVE 'N' TO WS-CORR-EOF
           PERFORM VARYING WS-CKQ-IDX FROM 1 BY 1
               UNTIL WS-CKQ-IDX > WS-CLR-COUNT OR WS-CORR-EOF = 'Y'
               IF CKT-ACCNO(WS-CKQ-IDX) = WS-CORR-ACCNO
                   AND CKT-DATE(WS-CKQ-IDX) = WS-CORR-DATE
                   AND CKT-AMT(WS-CKQ-IDX) = WS-CORR-AMT
                   MOVE 'X' TO CKT-STATE(WS-CKQ-IDX)
                   MOVE 'Y' TO WS-CORR-EOF
               END-IF
           END-PERFORM
           OPEN OUTPUT CHECKQ-FILE
           PERFORM VARYING WS-CKQ-IDX FROM 1 BY 1
               UNTIL WS-CKQ-IDX > WS-CLR-COUNT
               IF CKT-STATE(WS-CKQ-IDX) = 'H'
                   MOVE CKT-ACCNO(WS-CKQ-IDX) TO CKQ-ACCNO
                   MOVE CKT-DATE(WS-CKQ-IDX) TO CKQ-DATE
                   MOVE CKT-AMT(WS-CKQ-IDX) TO CKQ-AMT
                   WRITE CKQ-REC
               END-IF
           END-PERFORM
           CLOSE CHECKQ-FILE.

       WRITE-CORRECTION-REGISTER.
      *> the day's corrections, every session's, on their own register
      *> for the branch manager.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           OPEN OUTPUT CORRREG-FILE
           MOVE WS-TODAY-8 TO CRG-HDR-DATE
           WRITE CORRREG-LINE FROM CRG-HEADER
           MOVE SPACES TO CORRREG-LINE
           WRITE CORRREG-LINE
           WRITE CORRREG-LINE FROM CRG-COLS
           MOVE 0 TO WS-CORR-REG-CNT WS-CORR-REG-TOT
           OPEN INPUT ERRCORR-FILE
           IF WS-ECL-STATUS = "00"
               MOVE 'N' TO WS-CORR-EOF
               PERFORM UNTIL WS-CORR-EOF = 'Y'
                   READ ERRCORR-FILE
                       AT END
                           MOVE 'Y' TO WS-CORR-EOF
                       NOT AT END
                           MOVE ECL-LINE TO ECL-REC
                           IF ECL-DATE = WS-TODAY-8
                               ADD 1 TO WS-CORR-REG-CNT
                               ADD ECL-AMT TO WS-CORR-REG-TOT
                               MOVE ECL-TIME TO CRG-TIME
                               MOVE ECL-ACCNO TO CRG-ACCNO
                               MOVE ECL-ORIG-NAME TO CRG-ORIG-NAME
                               MOVE ECL-ORIG-REF TO CRG-ORIG-REF
                               MOVE ECL-AMT TO CRG-AMT
                               MOVE ECL-BRANCH TO CRG-BRANCH
                               MOVE ECL-TELLER TO CRG-TELLER
                               MOVE ECL-APPROVER TO CRG-APPROVER
                               WRITE CORRREG-LINE FROM CRG-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERRCORR-FILE
           END-IF
           MOVE SPACES TO CORRREG-LINE
           WRITE CORRREG-LINE
           MOVE WS-CORR-REG-CNT TO CRG-CNT
           MOVE WS-CORR-REG-TOT TO CRG-TOT
           WRITE CORRREG-LINE FROM CRG-TRAILER
           CLOSE CORRREG-FILE.

       PASSBOOK-UPDATE-RTN.
      *> The depositor's book goes in the printer and picks up where
      *> it left off: every line after the last one printed, from the
      *> month archives where housekeeping has moved them and then
      *> from the live passbook. A new book starts on page one with
      *> the balance brought forward.
           MOVE 0 TO WS-PBU-ACCNO
           MOVE 'N' TO WS-PBU-NEWBOOK
           MOVE SPACES TO ERR-MSG
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY SCR-PBU-FORM
               DISPLAY SCR-PBU-ERROR
               ACCEPT SCR-PBU-FORM
               MOVE FUNCTION UPPER-CASE(WS-PBU-NEWBOOK)
                   TO WS-PBU-NEWBOOK
               MOVE WS-PBU-ACCNO TO MST-ACCNO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE 'ERROR: Account not on master' TO ERR-MSG
                   NOT INVALID KEY
                       IF WS-PBU-NEWBOOK = 'Y' OR WS-PBU-NEWBOOK = 'N'
                           MOVE SPACES TO ERR-MSG
                           MOVE 'Y' TO FLAGSW
                       ELSE
                           MOVE 'ERROR: New book Y or N only'
                               TO ERR-MSG
                       END-IF
               END-READ
           END-PERFORM

           OPEN I-O PBPOS-FILE
           IF WS-PBP-STATUS = "35"
               OPEN OUTPUT PBPOS-FILE
               CLOSE PBPOS-FILE
               OPEN I-O PBPOS-FILE
           END-IF
           MOVE WS-PBU-ACCNO TO PBP-ACCNO
           READ PBPOS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PBU-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PBU-FOUND
           END-READ
      *> a book never printed by this system starts at book one and
      *> takes everything still on file for the account.
           IF WS-PBU-FOUND = 'N'
               MOVE WS-PBU-ACCNO TO PBP-ACCNO
               MOVE 1 TO PBP-BOOK PBP-PAGE
               MOVE 0 TO PBP-LINE PBP-LAST-DATE PBP-LAST-SEQ
                   PBP-BAL-FWD
               MOVE 'N' TO WS-PBU-PREV-KNOWN
           ELSE
               MOVE 'Y' TO WS-PBU-PREV-KNOWN
           END-IF
           MOVE PBP-BAL-FWD TO WS-PBU-PREV-BAL
           MOVE 0 TO WS-PBU-PRINTED
           MOVE 'N' TO WS-PBU-FULL

           OPEN OUTPUT PBPRINT-FILE
           IF WS-PBU-NEWBOOK = 'Y'
               ADD 1 TO PBP-BOOK
               MOVE 1 TO PBP-PAGE
               MOVE 0 TO PBP-LINE
               PERFORM PBU-PAGE-HEADING
               MOVE SPACES TO PBU-DETAIL
               ADD 1 TO PBP-LINE
               MOVE PBP-LINE TO PBU-LINE-NO
               MOVE FUNCTION CURRENT-DATE(1:8) TO PBU-DATE
               MOVE 'BAL FORWARD' TO PBU-TRANS
               MOVE 0 TO PBU-WD PBU-DEP
               MOVE PBP-BAL-FWD TO PBU-BAL
               MOVE WS-OPERATOR-ID TO PBU-TELLER
               WRITE PBPRINT-LINE FROM PBU-DETAIL
           ELSE
               PERFORM PBU-PAGE-HEADING
           END-IF

      *> archived months from the last printed one (or as far back as
      *> the archives are kept) up to this month, then the live file.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-PBU-END-PER = WS-TODAY-YYYY * 100 + WS-TODAY-MM
           IF PBP-LAST-DATE = 0
               MOVE WS-TODAY-YYYY TO WS-PBU-YYYY
               MOVE WS-TODAY-MM TO WS-PBU-MM
               PERFORM WS-PBU-MAX-MONTHS TIMES
                   SUBTRACT 1 FROM WS-PBU-MM
                   IF WS-PBU-MM = 0
                       MOVE 12 TO WS-PBU-MM
                       SUBTRACT 1 FROM WS-PBU-YYYY
                   END-IF
               END-PERFORM
               COMPUTE WS-PBU-PER = WS-PBU-YYYY * 100 + WS-PBU-MM
           ELSE
               COMPUTE WS-PBU-PER = PBP-LAST-DATE / 100
           END-IF
           MOVE SPACES TO WS-PBU-CUR-DATE
           MOVE 0 TO WS-PBU-SEQ
           PERFORM UNTIL WS-PBU-PER > WS-PBU-END-PER
               OR WS-PBU-FULL = 'Y'
               MOVE WS-PBU-PER TO WS-AHIST-PERIOD
               PERFORM PBU-SCAN-ARCHIVE
               COMPUTE WS-PBU-YYYY = WS-PBU-PER / 100
               COMPUTE WS-PBU-MM = FUNCTION MOD(WS-PBU-PER, 100) + 1
               IF WS-PBU-MM > 12
                   MOVE 1 TO WS-PBU-MM
                   ADD 1 TO WS-PBU-YYYY
               END-IF
               COMPUTE WS-PBU-PER = WS-PBU-YYYY * 100 + WS-PBU-MM
           END-PERFORM
           CLOSE HISTORY-FILE
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'N' TO WS-HIST-EOF
               PERFORM UNTIL WS-HIST-EOF = 'Y' OR WS-PBU-FULL = 'Y'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                           MOVE HIST-LINE TO WS-PB-PARSE
                           PERFORM PBU-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           OPEN EXTEND HISTORY-FILE
           CLOSE PBPRINT-FILE

           MOVE FUNCTION CURRENT-DATE(1:8) TO PBP-UPDATED
           MOVE WS-OPERATOR-ID TO PBP-TELLER
           IF WS-PBU-FOUND = 'Y'
               REWRITE PBP-REC
           ELSE
               WRITE PBP-REC
           END-IF
           DISPLAY SCR-PBU-INFO
           IF WS-PBU-FULL = 'Y'
               MOVE 'Book full - issue a new book and update again'
                   TO ERR-MSG
           ELSE
               IF WS-PBU-PRINTED = 0
                   MOVE 'Passbook is up to date' TO ERR-MSG
               ELSE
                   MOVE 'Passbook printed on PBPRINT.TXT' TO ERR-MSG
               END-IF
           END-IF
           CLOSE PBPOS-FILE
           DISPLAY SCR-PBU-ERROR
           ACCEPT WS-PBU-ANS.

       PBU-SCAN-ARCHIVE.
           MOVE SPACES TO WS-AHIST-NAME
           STRING FUNCTION TRIM(WS-DIR-SHARE) DELIMITED BY SIZE
               "ARCH_PASSBOOK_" DELIMITED BY SIZE
               WS-AHIST-PERIOD DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-AHIST-NAME
           END-STRING
           OPEN INPUT ARCH-HIST-FILE
           IF WS-AHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AHIST-EOF
           PERFORM UNTIL WS-AHIST-EOF = 'Y' OR WS-PBU-FULL = 'Y'
               READ ARCH-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-AHIST-EOF
                   NOT AT END
                       MOVE AHIST-LINE TO WS-PB-PARSE
                       PERFORM PBU-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE ARCH-HIST-FILE.

       PBU-ONE-LINE.
      *> the account's lines are numbered within each date in file
      *> order; anything at or before the last printed date/number
      *> is already in the book.
           IF WS-PB-ACCNO NOT = WS-PBU-ACCNO
               OR WS-PB-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-PB-DATE NOT = WS-PBU-CUR-DATE
               MOVE WS-PB-DATE TO WS-PBU-CUR-DATE
               MOVE 0 TO WS-PBU-SEQ
           END-IF
           ADD 1 TO WS-PBU-SEQ
           MOVE WS-PB-DATE TO WS-PBU-DATE-NUM
           IF WS-PBU-DATE-NUM < PBP-LAST-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-PBU-DATE-NUM = PBP-LAST-DATE
               AND WS-PBU-SEQ <= PBP-LAST-SEQ
               EXIT PARAGRAPH
           END-IF

           IF PBP-LINE >= WS-PBU-LINES
               IF PBP-PAGE >= WS-PBU-PAGES
                   MOVE 'Y' TO WS-PBU-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PBP-PAGE
               MOVE 0 TO PBP-LINE
               PERFORM PBU-PAGE-HEADING
           END-IF

           COMPUTE WS-PBU-AMT = FUNCTION NUMVAL(WS-PB-AMT)
           COMPUTE WS-PBU-BAL = FUNCTION NUMVAL(WS-PB-BAL)
           MOVE SPACES TO PBU-DETAIL
           ADD 1 TO PBP-LINE
           MOVE PBP-LINE TO PBU-LINE-NO
           MOVE WS-PB-DATE TO PBU-DATE
           MOVE WS-PB-TRANSNAME TO PBU-TRANS
           MOVE 0 TO PBU-WD PBU-DEP
      *> the balance's movement says which column the amount goes
      *> in; only the very first line ever printed has to go by the
      *> transaction name.
           IF WS-PBU-PREV-KNOWN = 'Y'
               IF WS-PBU-BAL < WS-PBU-PREV-BAL
                   MOVE WS-PBU-AMT TO PBU-WD
               ELSE
                   MOVE WS-PBU-AMT TO PBU-DEP
               END-IF
           ELSE
               IF WS-PB-TRANSNAME = 'Withdrawal'
                   OR WS-PB-TRANSNAME = 'Transfer Out'
                   OR WS-PB-TRANSNAME = 'Check Return'
                   OR WS-PB-TRANSNAME = 'TD Penalty'
                   OR WS-PB-TRANSNAME = 'TD Payout'
                   OR WS-PB-TRANSNAME = 'Check Encash'
                   OR WS-PB-TRANSNAME = 'Check Paid'
                   OR WS-PB-TRANSNAME = 'Auto-Debit'
                   MOVE WS-PBU-AMT TO PBU-WD
               ELSE
                   MOVE WS-PBU-AMT TO PBU-DEP
               END-IF
           END-IF
           MOVE WS-PBU-BAL TO PBU-BAL
           MOVE WS-PB-TELLER TO PBU-TELLER
           WRITE PBPRINT-LINE FROM PBU-DETAIL
           ADD 1 TO WS-PBU-PRINTED
           MOVE 'Y' TO WS-PBU-PREV-KNOWN
           MOVE WS-PBU-BAL TO WS-PBU-PREV-BAL
           MOVE WS-PBU-BAL TO PBP-BAL-FWD
           MOVE WS-PBU-DATE-NUM TO PBP-LAST-DATE
           MOVE WS-PBU-SEQ TO PBP-LAST-SEQ.

       PBU-PAGE-HEADING.
           WRITE PBPRINT-LINE FROM STMT-FF-LINE
           MOVE WS-PBU-ACCNO TO PBU-HDR-ACCNO
           MOVE PBP-BOOK TO PBU-HDR-BOOK
           MOVE PBP-PAGE TO PBU-HDR-PAGE
           WRITE PBPRINT-LINE FROM PBU-PAGE-HDR
           MOVE SPACES TO PBPRINT-LINE
           WRITE PBPRINT-LINE.

       IBS-EOD-RTN.
      *> Head office squares the branch books from this: every
      *> posting of today taken at one branch for an account of
      *> another, grouped by the pair of branches, with the net each
      *> way. A posting reversed by an ERROR CORR line drops out with
      *> its reversal; memo lines move no money and are left off.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-IBS-TODAY
           MOVE 0 TO WS-IBS-CNT WS-IBS-CORR-CNT
           MOVE 'N' TO WS-IBS-FULL
           CLOSE HISTORY-FILE
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'N' TO WS-IBS-EOF
               PERFORM UNTIL WS-IBS-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-IBS-EOF
                       NOT AT END
                           MOVE HIST-LINE TO WS-PB-PARSE
                           PERFORM IBS-COLLECT-LINE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF WS-IBS-FULL = 'Y'
               PERFORM IBS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IC-IDX FROM 1 BY 1
               UNTIL WS-IC-IDX > WS-IBS-CORR-CNT
               PERFORM VARYING WS-IB-IDX FROM 1 BY 1
                   UNTIL WS-IB-IDX > WS-IBS-CNT
                   IF IB-ACCNO(WS-IB-IDX) = IC-ACCNO(WS-IC-IDX)
                       AND IB-REF(WS-IB-IDX) = IC-REF(WS-IC-IDX)
                       MOVE 'N' TO IB-LIVE(WS-IB-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT IBSETTLE-FILE
           MOVE WS-IBS-TODAY TO IBS-HDR-DATE
           WRITE IBSETTLE-LINE FROM IBS-HEADER
           MOVE 0 TO WS-IBS-PAIRS WS-IBS-TOT-ITEMS
           PERFORM VARYING WS-IBS-I FROM 1 BY 1 UNTIL WS-IBS-I > 4
               COMPUTE WS-IBS-J = WS-IBS-I + 1
               PERFORM UNTIL WS-IBS-J > 5
                   PERFORM IBS-ONE-PAIR
                   ADD 1 TO WS-IBS-J
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO IBSETTLE-LINE
           WRITE IBSETTLE-LINE
           MOVE WS-IBS-PAIRS TO IBS-TRL-PAIRS
           MOVE WS-IBS-TOT-ITEMS TO IBS-TRL-ITEMS
           WRITE IBSETTLE-LINE FROM IBS-TRAILER
           CLOSE IBSETTLE-FILE.

       IBS-COLLECT-LINE.
           IF WS-PB-DATE NOT = WS-IBS-TODAY
               OR WS-PB-ACCNO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-PB-TRANSNAME = 'ERROR CORR'
               IF WS-IBS-CORR-CNT >= 500
                   MOVE 'Y' TO WS-IBS-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-IBS-CORR-CNT
               SET WS-IC-IDX TO WS-IBS-CORR-CNT
               MOVE WS-PB-ACCNO TO IC-ACCNO(WS-IC-IDX)
               MOVE WS-PB-REF TO IC-REF(WS-IC-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-PB-TRANSNAME = 'Withhold Tax'
               OR WS-PB-HOME-BR = SPACES OR WS-PB-POST-BR = SPACES
               OR WS-PB-HOME-BR = WS-PB-POST-BR
               EXIT PARAGRAPH
           END-IF
           IF WS-IBS-CNT >= 1000
               MOVE 'Y' TO WS-IBS-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IBS-CNT
           SET WS-IB-IDX TO WS-IBS-CNT
           MOVE WS-PB-ACCNO TO IB-ACCNO(WS-IB-IDX)
           MOVE WS-PB-TRANSNAME TO IB-TRANS(WS-IB-IDX)
           MOVE WS-PB-POST-BR TO IB-POST-BR(WS-IB-IDX)
           MOVE WS-PB-HOME-BR TO IB-HOME-BR(WS-IB-IDX)
           COMPUTE IB-AMT(WS-IB-IDX) = FUNCTION NUMVAL(WS-PB-AMT)
           MOVE WS-PB-REF TO IB-REF(WS-IB-IDX)
           MOVE WS-PB-TELLER TO IB-TELLER(WS-IB-IDX)
           MOVE 'Y' TO IB-LIVE(WS-IB-IDX)
           IF WS-PB-TRANSNAME = 'Withdrawal'
               OR WS-PB-TRANSNAME = 'Transfer Out'
               OR WS-PB-TRANSNAME = 'Check Return'
               OR WS-PB-TRANSNAME = 'TD Penalty'
               OR WS-PB-TRANSNAME = 'TD Payout'
               OR WS-PB-TRANSNAME = 'Check Encash'
               OR WS-PB-TRANSNAME = 'Check Paid'
               OR WS-PB-TRANSNAME = 'Auto-Debit'
               MOVE 'D' TO IB-DRCR(WS-IB-IDX)
           ELSE
               MOVE 'C' TO IB-DRCR(WS-IB-IDX)
           END-IF
           MOVE 'PHP' TO IB-CCY(WS-IB-IDX)
           MOVE WS-PB-ACCNO TO MST-ACCNO
           READ ACCOUNT-MASTER
               NOT INVALID KEY
                   IF MST-ACCTYPE = 'D'
                       MOVE 'USD' TO IB-CCY(WS-IB-IDX)
                   END-IF
           END-READ.

       IBS-TABLE-FULL.
      *> a settlement missing some of the day's items would net the
      *> branches wrongly without a word; the report says so instead
      *> and the day ends with a non-zero RETURN-CODE.
           OPEN OUTPUT IBSETTLE-FILE
           MOVE WS-IBS-TODAY TO IBS-HDR-DATE
           WRITE IBSETTLE-LINE FROM IBS-HEADER
           MOVE SPACES TO IBSETTLE-LINE
           WRITE IBSETTLE-LINE
           MOVE "ERROR: Inter-branch table full - no settlement made"
               TO IBSETTLE-LINE
           WRITE IBSETTLE-LINE
           CLOSE IBSETTLE-FILE
           DISPLAY "ERROR: Inter-branch table full - "
               "IBSETTLE.TXT not produced"
           MOVE 8 TO RETURN-CODE.

       IBS-ONE-PAIR.
      *> one pair of branches: its items, then what is left owing
      *> between them in each currency.
           MOVE 0 TO WS-IBS-PAIR-ITEMS WS-IBS-NET-PHP WS-IBS-NET-USD
               WS-IBS-PHP-CNT WS-IBS-USD-CNT
           PERFORM VARYING WS-IB-IDX FROM 1 BY 1
               UNTIL WS-IB-IDX > WS-IBS-CNT
               IF IB-LIVE(WS-IB-IDX) = 'Y'
                   AND ((IB-POST-BR(WS-IB-IDX) = WS-BR-CODE(WS-IBS-I)
                   AND IB-HOME-BR(WS-IB-IDX) = WS-BR-CODE(WS-IBS-J))
                   OR (IB-POST-BR(WS-IB-IDX) = WS-BR-CODE(WS-IBS-J)
                   AND IB-HOME-BR(WS-IB-IDX) = WS-BR-CODE(WS-IBS-I)))
                   PERFORM IBS-WRITE-ITEM
               END-IF
           END-PERFORM
           IF WS-IBS-PAIR-ITEMS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IBS-PAIRS
           IF WS-IBS-PHP-CNT > 0
               MOVE 'PHP' TO IBS-NET-CCY
               MOVE WS-IBS-NET-PHP TO WS-IBS-NET
               PERFORM IBS-WRITE-NET
           END-IF
           IF WS-IBS-USD-CNT > 0
               MOVE 'USD' TO IBS-NET-CCY
               MOVE WS-IBS-NET-USD TO WS-IBS-NET
               PERFORM IBS-WRITE-NET
           END-IF.

       IBS-WRITE-ITEM.
      *> money taken in for another branch's account is owed to that
      *> branch; money paid out for it is owed by it.
           IF WS-IBS-PAIR-ITEMS = 0
               MOVE SPACES TO IBSETTLE-LINE
               WRITE IBSETTLE-LINE
               MOVE WS-BR-CODE(WS-IBS-I) TO IBS-PAIR-A
               MOVE WS-BR-NAME(WS-IBS-I) TO IBS-PAIR-A-NAME
               MOVE WS-BR-CODE(WS-IBS-J) TO IBS-PAIR-B
               MOVE WS-BR-NAME(WS-IBS-J) TO IBS-PAIR-B-NAME
               WRITE IBSETTLE-LINE FROM IBS-PAIR-LINE
               WRITE IBSETTLE-LINE FROM IBS-COLS
           END-IF
           ADD 1 TO WS-IBS-PAIR-ITEMS WS-IBS-TOT-ITEMS
           IF IB-DRCR(WS-IB-IDX) = 'C'
               MOVE IB-POST-BR(WS-IB-IDX) TO WS-IBS-DEBTOR
               MOVE IB-HOME-BR(WS-IB-IDX) TO WS-IBS-CREDITOR
           ELSE
               MOVE IB-HOME-BR(WS-IB-IDX) TO WS-IBS-DEBTOR
               MOVE IB-POST-BR(WS-IB-IDX) TO WS-IBS-CREDITOR
           END-IF
           IF IB-CCY(WS-IB-IDX) = 'USD'
               ADD 1 TO WS-IBS-USD-CNT
               IF WS-IBS-DEBTOR = WS-BR-CODE(WS-IBS-I)
                   ADD IB-AMT(WS-IB-IDX) TO WS-IBS-NET-USD
               ELSE
                   SUBTRACT IB-AMT(WS-IB-IDX) FROM WS-IBS-NET-USD
               END-IF
           ELSE
               ADD 1 TO WS-IBS-PHP-CNT
               IF WS-IBS-DEBTOR = WS-BR-CODE(WS-IBS-I)
                   ADD IB-AMT(WS-IB-IDX) TO WS-IBS-NET-PHP
               ELSE
                   SUBTRACT IB-AMT(WS-IB-IDX) FROM WS-IBS-NET-PHP
               END-IF
           END-IF
           MOVE IB-ACCNO(WS-IB-IDX) TO IBS-ACCNO
           MOVE IB-TRANS(WS-IB-IDX) TO IBS-TRANS
           MOVE IB-POST-BR(WS-IB-IDX) TO IBS-POST-BR
           MOVE IB-HOME-BR(WS-IB-IDX) TO IBS-HOME-BR
           MOVE IB-REF(WS-IB-IDX) TO IBS-REF
           MOVE IB-TELLER(WS-IB-IDX) TO IBS-TELLER
           MOVE IB-CCY(WS-IB-IDX) TO IBS-CCY
           MOVE IB-AMT(WS-IB-IDX) TO IBS-AMT
           MOVE WS-IBS-DEBTOR TO IBS-OWED-BY
           MOVE WS-IBS-CREDITOR TO IBS-OWED-TO
           WRITE IBSETTLE-LINE FROM IBS-DETAIL.

       IBS-WRITE-NET.
           MOVE SPACES TO IBS-NET-TEXT
           IF WS-IBS-NET = 0
               MOVE 'Settled, nothing due' TO IBS-NET-TEXT
               MOVE 0 TO IBS-NET-AMT
           ELSE
               IF WS-IBS-NET > 0
                   MOVE WS-BR-CODE(WS-IBS-I) TO WS-IBS-DEBTOR
                   MOVE WS-BR-CODE(WS-IBS-J) TO WS-IBS-CREDITOR
                   MOVE WS-IBS-NET TO IBS-NET-AMT
               ELSE
                   MOVE WS-BR-CODE(WS-IBS-J) TO WS-IBS-DEBTOR
                   MOVE WS-BR-CODE(WS-IBS-I) TO WS-IBS-CREDITOR
                   COMPUTE IBS-NET-AMT = 0 - WS-IBS-NET
               END-IF
               STRING WS-IBS-DEBTOR DELIMITED BY SIZE
                   " due to " DELIMITED BY SIZE
                   WS-IBS-CREDITOR DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-IBS-CREDITOR DELIMITED BY SIZE
                   " due from " DELIMITED BY SIZE
                   WS-IBS-DEBTOR DELIMITED BY SIZE
                   INTO IBS-NET-TEXT
               END-STRING
           END-IF
           WRITE IBSETTLE-LINE FROM IBS-NET-LINE.

       AMLA-EOD-RTN.
      *> The day's cash, per account, for the AMLC. Counter and
      *> batch-file postings both land on the passbook, so the
      *> passbook is the one place to add them up. Cash in is a
      *> Deposit or an Open Account; cash out is a Withdrawal, a
      *> check encashed or a TD payout. Transfers, checks and
      *> interest are not cash, and a posting later reversed by an
      *> ERROR CORR line does not count.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AML-TODAY
           COMPUTE WS-AML-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-AML-TODAY))
               - WS-AML-LOOKBACK + 1)
           MOVE 0 TO WS-AML-TXN-CNT WS-AML-CORR-CNT WS-AML-ACCT-CNT
               WS-AML-PRIOR-CNT
           MOVE 'N' TO WS-AML-FULL
           CLOSE HISTORY-FILE
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'N' TO WS-AML-EOF
               PERFORM UNTIL WS-AML-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-AML-EOF
                       NOT AT END
                           MOVE HIST-LINE TO WS-PB-PARSE
                           PERFORM AMLA-COLLECT-LINE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF WS-AML-FULL = 'N'
               PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AML-CORR-CNT
                   PERFORM AMLA-DROP-REVERSED
               END-PERFORM
               PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AML-PRIOR-CNT
                      OR WS-AML-FULL = 'Y'
                   IF AP-LIVE(WS-AP-IDX) = 'Y'
                       PERFORM AMLA-ADD-PRIOR
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AML-TXN-CNT
                      OR WS-AML-FULL = 'Y'
                   IF AT-LIVE(WS-AT-IDX) = 'Y'
                       PERFORM AMLA-ADD-TO-ACCOUNT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-AML-FULL = 'Y'
               PERFORM AMLA-TABLE-FULL
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT AMLCTR-FILE
           MOVE WS-AML-INST-CODE TO CTR-HDR-INST
           MOVE WS-AML-TODAY TO CTR-HDR-DATE
           WRITE AMLCTR-LINE FROM CTR-HDR
           OPEN OUTPUT AMLREV-FILE
           MOVE WS-AML-TODAY TO AMR-HDR-DATE
           WRITE AMLREV-LINE FROM AMR-HEADER
           MOVE SPACES TO AMLREV-LINE
           WRITE AMLREV-LINE
           WRITE AMLREV-LINE FROM AMR-COLS
           MOVE 0 TO WS-AML-CTR-CNT WS-AML-CTR-TOT WS-AML-REV-CNT
           PERFORM VARYING WS-AA-IDX FROM 1 BY 1
               UNTIL WS-AA-IDX > WS-AML-ACCT-CNT
               PERFORM AMLA-ONE-ACCOUNT
           END-PERFORM
           MOVE WS-AML-CTR-CNT TO CTR-TRL-CNT
           MOVE WS-AML-CTR-TOT TO CTR-TRL-TOT
           WRITE AMLCTR-LINE FROM CTR-TRL
           CLOSE AMLCTR-FILE
           MOVE SPACES TO AMLREV-LINE
           WRITE AMLREV-LINE
           MOVE WS-AML-REV-CNT TO AMR-CNT
           WRITE AMLREV-LINE FROM AMR-TRAILER
           CLOSE AMLREV-FILE.

       AMLA-COLLECT-LINE.
           IF WS-PB-DATE < WS-AML-FROM-X OR WS-PB-DATE > WS-AML-TODAY
               OR WS-PB-ACCNO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-PB-TRANSNAME = 'ERROR CORR'
               IF WS-AML-CORR-CNT >= 500
                   MOVE 'Y' TO WS-AML-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AML-CORR-CNT
               SET WS-AC-IDX TO WS-AML-CORR-CNT
               MOVE WS-PB-ACCNO TO AC-ACCNO(WS-AC-IDX)
               MOVE WS-PB-REF TO AC-REF(WS-AC-IDX)
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-PB-TRANSNAME
               WHEN 'Deposit'
               WHEN 'Open Account'
                   MOVE 'D' TO WS-AML-KIND
               WHEN 'Withdrawal'
               WHEN 'Check Encash'
               WHEN 'TD Payout'
                   MOVE 'W' TO WS-AML-KIND
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-PB-DATE NOT = WS-AML-TODAY
               PERFORM AMLA-COLLECT-PRIOR
               EXIT PARAGRAPH
           END-IF
           IF WS-AML-TXN-CNT >= 3000
               MOVE 'Y' TO WS-AML-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AML-TXN-CNT
           SET WS-AT-IDX TO WS-AML-TXN-CNT
           MOVE WS-PB-ACCNO TO AT-ACCNO(WS-AT-IDX)
           MOVE WS-PB-DATE TO AT-DATE(WS-AT-IDX)
           MOVE WS-AML-KIND TO AT-KIND(WS-AT-IDX)
           COMPUTE AT-AMT(WS-AT-IDX) = FUNCTION NUMVAL(WS-PB-AMT)
           MOVE WS-PB-REF TO AT-REF(WS-AT-IDX)
           MOVE WS-PB-POST-BR TO AT-BR(WS-AT-IDX)
           MOVE 'Y' TO AT-LIVE(WS-AT-IDX).

       AMLA-COLLECT-PRIOR.
      *> an earlier day's deposit counts only when it fell just under
      *> the threshold, at today's rate like the rest.
           IF WS-AML-KIND NOT = 'D'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-AML-RATE
           MOVE WS-PB-ACCNO TO MST-ACCNO
           READ ACCOUNT-MASTER
               NOT INVALID KEY
                   IF MST-ACCTYPE = 'D'
                       MOVE WS-FX-DAY-BUY TO WS-AML-RATE
                   END-IF
           END-READ
           COMPUTE WS-AML-PHP ROUNDED =
               FUNCTION NUMVAL(WS-PB-AMT) * WS-AML-RATE
           IF WS-AML-PHP < WS-AML-NEAR-FLOOR
               OR WS-AML-PHP > WS-AML-THRESHOLD
               EXIT PARAGRAPH
           END-IF
           IF WS-AML-PRIOR-CNT >= 1000
               MOVE 'Y' TO WS-AML-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AML-PRIOR-CNT
           SET WS-AP-IDX TO WS-AML-PRIOR-CNT
           MOVE WS-PB-ACCNO TO AP-ACCNO(WS-AP-IDX)
           MOVE WS-PB-REF TO AP-REF(WS-AP-IDX)
           MOVE 'Y' TO AP-LIVE(WS-AP-IDX).

       AMLA-DROP-REVERSED.
      *> the correction at WS-AC-IDX takes its posting out of both
      *> today's lines and the earlier days'.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AML-TXN-CNT
               IF AT-ACCNO(WS-AT-IDX) = AC-ACCNO(WS-AC-IDX)
                   AND AT-REF(WS-AT-IDX) = AC-REF(WS-AC-IDX)
                   MOVE 'N' TO AT-LIVE(WS-AT-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AML-PRIOR-CNT
               IF AP-ACCNO(WS-AP-IDX) = AC-ACCNO(WS-AC-IDX)
                   AND AP-REF(WS-AP-IDX) = AC-REF(WS-AC-IDX)
                   MOVE 'N' TO AP-LIVE(WS-AP-IDX)
               END-IF
           END-PERFORM.

       AMLA-TABLE-FULL.
      *> a covered-transaction report short of some of the day's cash
      *> would go to the AMLC as complete; none is sent, the review
      *> list says why, and the day ends with a non-zero RETURN-CODE.
           OPEN OUTPUT AMLCTR-FILE
           CLOSE AMLCTR-FILE
           OPEN OUTPUT AMLREV-FILE
           MOVE WS-AML-TODAY TO AMR-HDR-DATE
           WRITE AMLREV-LINE FROM AMR-HEADER
           MOVE SPACES TO AMLREV-LINE
           WRITE AMLREV-LINE
           MOVE "ERROR: AMLA table full - no covered transaction file"
               TO AMLREV-LINE
           WRITE AMLREV-LINE
           CLOSE AMLREV-FILE
           DISPLAY "ERROR: AMLA table full - "
               "AMLCTR.TXT not produced"
           MOVE 8 TO RETURN-CODE.

       AMLA-FIND-ACCOUNT.
      *> leaves WS-AA-IDX on the entry for WS-AML-ACCNO, opening one
      *> when the account is new; WS-AML-FULL says there was no room.
           MOVE 'N' TO WS-AML-FOUND
           PERFORM VARYING WS-AA-IDX FROM 1 BY 1
               UNTIL WS-AA-IDX > WS-AML-ACCT-CNT
                   OR WS-AML-FOUND = 'Y'
               IF AA-ACCNO(WS-AA-IDX) = WS-AML-ACCNO
                   MOVE 'Y' TO WS-AML-FOUND
               END-IF
           END-PERFORM
           IF WS-AML-FOUND = 'Y'
               SET WS-AA-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-AML-ACCT-CNT >= 1000
               MOVE 'Y' TO WS-AML-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AML-ACCT-CNT
           SET WS-AA-IDX TO WS-AML-ACCT-CNT
           MOVE WS-AML-ACCNO TO AA-ACCNO(WS-AA-IDX)
           MOVE 0 TO AA-DEP-PHP(WS-AA-IDX) AA-WD-PHP(WS-AA-IDX)
               AA-DEP-CNT(WS-AA-IDX) AA-WD-CNT(WS-AA-IDX)
               AA-MAX-DEP(WS-AA-IDX) AA-NEAR-CNT(WS-AA-IDX)
      *> dollar accounts count at today's buying rate; a peso
      *> account's rate is one.
           MOVE 1 TO AA-RATE(WS-AA-IDX)
           MOVE WS-AML-ACCNO TO MST-ACCNO
           READ ACCOUNT-MASTER
               NOT INVALID KEY
                   IF MST-ACCTYPE = 'D'
                       MOVE WS-FX-DAY-BUY TO AA-RATE(WS-AA-IDX)
                   END-IF
           END-READ.

       AMLA-ADD-PRIOR.
           MOVE AP-ACCNO(WS-AP-IDX) TO WS-AML-ACCNO
           PERFORM AMLA-FIND-ACCOUNT
           IF WS-AML-FULL = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AA-NEAR-CNT(WS-AA-IDX).

       AMLA-ADD-TO-ACCOUNT.
           MOVE AT-ACCNO(WS-AT-IDX) TO WS-AML-ACCNO
           PERFORM AMLA-FIND-ACCOUNT
           IF WS-AML-FULL = 'Y'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AML-PHP ROUNDED =
               AT-AMT(WS-AT-IDX) * AA-RATE(WS-AA-IDX)
           IF AT-KIND(WS-AT-IDX) = 'D'
               IF WS-AML-PHP >= WS-AML-NEAR-FLOOR
                   AND WS-AML-PHP <= WS-AML-THRESHOLD
                   ADD 1 TO AA-NEAR-CNT(WS-AA-IDX)
               END-IF
           END-IF
           IF AT-KIND(WS-AT-IDX) = 'D'
               ADD WS-AML-PHP TO AA-DEP-PHP(WS-AA-IDX)
               ADD 1 TO AA-DEP-CNT(WS-AA-IDX)
               IF WS-AML-PHP > AA-MAX-DEP(WS-AA-IDX)
                   MOVE WS-AML-PHP TO AA-MAX-DEP(WS-AA-IDX)
               END-IF
           ELSE
               ADD WS-AML-PHP TO AA-WD-PHP(WS-AA-IDX)
               ADD 1 TO AA-WD-CNT(WS-AA-IDX)
           END-IF.

       AMLA-ONE-ACCOUNT.
      *> customer details come from the CIF; an account never linked
      *> to one reports under its own name with the rest blank.
           MOVE AA-ACCNO(WS-AA-IDX) TO MST-ACCNO
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE SPACES TO MST-ACCNAME
                   MOVE 0 TO MST-CIF
           END-READ
           IF MST-CIF NOT NUMERIC
               MOVE 0 TO MST-CIF
           END-IF
           MOVE SPACES TO CIF-REC
           MOVE MST-CIF TO CIF-NO
           MOVE MST-ACCNAME TO CIF-NAME
           IF MST-CIF NOT = 0
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE SPACES TO CIF-REC
                       MOVE MST-CIF TO CIF-NO
                       MOVE MST-ACCNAME TO CIF-NAME
               END-READ
           END-IF

           IF AA-DEP-PHP(WS-AA-IDX) > WS-AML-THRESHOLD
               MOVE 'D' TO WS-AML-KIND
               PERFORM AMLA-WRITE-COVERED
           END-IF
           IF AA-WD-PHP(WS-AA-IDX) > WS-AML-THRESHOLD
               MOVE 'W' TO WS-AML-KIND
               PERFORM AMLA-WRITE-COVERED
           END-IF

      *> patterns for compliance to judge, not reports in themselves.
           IF AA-NEAR-CNT(WS-AA-IDX) >= 2
               MOVE 'REPEATED DEPOSITS JUST UNDER THRESHOLD'
                   TO WS-AML-FLAG
               PERFORM AMLA-WRITE-REVIEW
           END-IF
           IF AA-DEP-CNT(WS-AA-IDX) >= 2
               AND AA-DEP-PHP(WS-AA-IDX) > WS-AML-THRESHOLD
               AND AA-MAX-DEP(WS-AA-IDX) <= WS-AML-THRESHOLD
               MOVE 'SPLIT DEPOSITS ADDING PAST THRESHOLD'
                   TO WS-AML-FLAG
               PERFORM AMLA-WRITE-REVIEW
           END-IF
           IF AA-DEP-CNT(WS-AA-IDX) >= 2
               AND AA-DEP-PHP(WS-AA-IDX) >= WS-AML-NEAR-FLOOR
               AND AA-DEP-PHP(WS-AA-IDX) <= WS-AML-THRESHOLD
               MOVE 'DAY CASH IN JUST UNDER THRESHOLD'
                   TO WS-AML-FLAG
               PERFORM AMLA-WRITE-REVIEW
           END-IF.

       AMLA-WRITE-COVERED.
      *> every cash transaction of the covered direction that day
      *> goes to the AMLC, each carrying the day's total.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AML-TXN-CNT
               IF AT-ACCNO(WS-AT-IDX) = AA-ACCNO(WS-AA-IDX)
                   AND AT-DATE(WS-AT-IDX) = WS-AML-TODAY
                   AND AT-KIND(WS-AT-IDX) = WS-AML-KIND
                   AND AT-LIVE(WS-AT-IDX) = 'Y'
                   MOVE WS-AML-INST-CODE TO CTR-INST
                   MOVE AT-DATE(WS-AT-IDX) TO CTR-TXN-DATE
                   MOVE AT-REF(WS-AT-IDX) TO CTR-TXN-REF
                   IF WS-AML-KIND = 'D'
                       MOVE 'CDEP' TO CTR-TXN-CODE
                       MOVE AA-DEP-PHP(WS-AA-IDX) TO CTR-DAY-PHP
                   ELSE
                       MOVE 'CWDL' TO CTR-TXN-CODE
                       MOVE AA-WD-PHP(WS-AA-IDX) TO CTR-DAY-PHP
                   END-IF
                   MOVE AT-BR(WS-AT-IDX) TO CTR-BRANCH
                   MOVE AT-ACCNO(WS-AT-IDX) TO CTR-ACCNO
                   IF AA-RATE(WS-AA-IDX) = 1
                       MOVE 'PHP' TO CTR-CCY
                   ELSE
                       MOVE 'USD' TO CTR-CCY
                   END-IF
                   MOVE AT-AMT(WS-AT-IDX) TO CTR-AMT
                   COMPUTE WS-AML-PHP ROUNDED =
                       AT-AMT(WS-AT-IDX) * AA-RATE(WS-AA-IDX)
                   MOVE WS-AML-PHP TO CTR-AMT-PHP
                   MOVE CIF-NO TO CTR-CIF
                   MOVE CIF-NAME TO CTR-NAME
                   IF CIF-BIRTH NUMERIC
                       MOVE CIF-BIRTH TO CTR-BIRTH
                   ELSE
                       MOVE SPACES TO CTR-BIRTH
                   END-IF
                   MOVE CIF-ADDRESS TO CTR-ADDRESS
                   MOVE CIF-TIN TO CTR-TIN
                   MOVE CIF-ID-TYPE TO CTR-ID-TYPE
                   MOVE CIF-ID-NO TO CTR-ID-NO
                   WRITE AMLCTR-LINE FROM CTR-DTL
                   ADD 1 TO WS-AML-CTR-CNT
                   ADD WS-AML-PHP TO WS-AML-CTR-TOT
               END-IF
           END-PERFORM.

       AMLA-WRITE-REVIEW.
           ADD 1 TO WS-AML-REV-CNT
           MOVE AA-ACCNO(WS-AA-IDX) TO AMR-ACCNO
           MOVE CIF-NO TO AMR-CIF
           MOVE CIF-NAME TO AMR-NAME
           MOVE AA-DEP-CNT(WS-AA-IDX) TO AMR-DEP-CNT
           MOVE AA-NEAR-CNT(WS-AA-IDX) TO AMR-NEAR-CNT
           MOVE AA-DEP-PHP(WS-AA-IDX) TO AMR-DEP-PHP
           MOVE WS-AML-FLAG TO AMR-FLAG
           WRITE AMLREV-LINE FROM AMR-DETAIL.

       DRAWER-PROOF-RTN.
      *> the teller counts the drawer; the system says what should be
      *> in it. Over or short goes on the discrepancy register for
      *> the manager, and the proof prints with the day's figures.
           MOVE 0 TO WS-DRAWER-COUNTED
           DISPLAY SCR-DRAWER-COUNT
           ACCEPT SCR-DRAWER-COUNT
           COMPUTE WS-DRAWER-EXPECTED = WS-DRAWER-FLOAT
               + WS-DRAWER-IN - WS-DRAWER-OUT
           COMPUTE WS-DRAWER-DIFF =
               WS-DRAWER-COUNTED - WS-DRAWER-EXPECTED

           WRITE OUTREC FROM SPACES
           MOVE WS-OPERATOR-ID TO DRAWER-HDR-OP
           WRITE OUTREC FROM DRAWER-HEADER
           MOVE "Opening Float............." TO DRAWER-LABEL
           MOVE WS-DRAWER-FLOAT TO DRAWER-AMT
           MOVE "Over / (Short)............" TO DRAWER-LABEL
           MOVE WS-DRAWER-DIFF TO DRAWER-AMT
           WRITE OUTREC FROM DRAWER-LINE
           IF WS-DRAWER-USD-IN NOT = 0 OR WS-DRAWER-USD-OUT NOT = 0
               MOVE "Dollars In (USD)........." TO DRAWER-LABEL
               MOVE WS-DRAWER-USD-IN TO DRAWER-AMT
               WRITE OUTREC FROM DRAWER-LINE
               MOVE "Dollars Out (USD)........" TO DRAWER-LABEL
               MOVE WS-DRAWER-USD-OUT TO DRAWER-AMT
               WRITE OUTREC FROM DRAWER-LINE
           END-IF

           IF WS-DRAWER-DIFF NOT = 0
               OPEN EXTEND DISCREP-FILE
           PERFORM WRITE-RECONCILIATION
           PERFORM WRITE-TRIAL-BALANCE
           PERFORM DRAWER-PROOF-RTN
           PERFORM WRITE-CORRECTION-REGISTER
           PERFORM WRITE-RETURNED-REGISTER
           PERFORM IBS-EOD-RTN
           PERFORM AMLA-EOD-RTN
           PERFORM WRITE-AUDIT-RTN
           CLOSE BANK-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE HISTORY-FILE
           CLOSE MAINT-FILE
           CLOSE OVERRIDE-FILE.

                                   

       GL-JOURNAL-RTN.
      *> The day's passbook postings as one balanced journal for the
      *> general ledger. Run once each business day, before the
      *> month is closed and archived.
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               MOVE 0 TO WS-GL-DATE
               DISPLAY SCR-GLJ-PROMPT
               ACCEPT SCR-GLJ-PROMPT
               IF WS-GL-DATE = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GL-DATE-X
               END-IF
               PERFORM GL-CHECK-DATE
               IF WS-GL-DATE-OK = 'Y'
                   MOVE 'Y' TO FLAGSW
                   MOVE SPACES TO ERR-MSG
                   DISPLAY SCR-GLJ-ERROR
               ELSE
                   MOVE 'ERROR: Date must be YYYYMMDD, or 0' TO ERR-MSG
                   DISPLAY SCR-GLJ-ERROR
               END-IF
           END-PERFORM
           PERFORM GL-EXTRACT-RTN
           IF WS-GL-OK = 'Y'
               MOVE SPACES TO ERR-MSG
               STRING "Journal written to GLJ_" DELIMITED BY SIZE
                   WS-GL-SOURCE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-GL-DATE-X DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
                   INTO ERR-MSG
               END-STRING
           ELSE
               MOVE WS-GL-RESULT TO ERR-MSG
           END-IF
           DISPLAY SCR-MENU-ERROR.

       GL-SCAN-PASSBOOK.
      *> the day's passbook lines, coded by account type and
      *> transaction name, so savings, current, dollar and time
      *> deposit money each reach their own ledger accounts. Dollar
      *> accounts are summed in dollars, as posted, for the FCDU
      *> books. The passbook is borrowed from its session EXTEND the
      *> way the correction search borrows it.
           MOVE 0 TO WS-GL-DAY-COUNT
           CLOSE HISTORY-FILE
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'N' TO WS-GL-EOF
               PERFORM UNTIL WS-GL-EOF = 'Y' OR WS-GL-OK = 'N'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-GL-EOF
                       NOT AT END
                           MOVE HIST-LINE TO WS-PB-PARSE
                           IF WS-PB-DATE = WS-GL-DATE-X
                               PERFORM GL-PASSBOOK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           OPEN EXTEND HISTORY-FILE.

       GL-PASSBOOK-LINE.
           MOVE '?' TO WS-GL-ACCTYPE
           IF WS-PB-ACCNO IS NUMERIC
               MOVE WS-PB-ACCNO TO MST-ACCNO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE '?' TO WS-GL-ACCTYPE
                   NOT INVALID KEY
                       MOVE MST-ACCTYPE TO WS-GL-ACCTYPE
               END-READ
           END-IF
           COMPUTE WS-GL-AMT = FUNCTION NUMVAL(WS-PB-AMT)
           MOVE SPACES TO WS-GL-TXN
           IF WS-PB-TRANSNAME = 'ERROR CORR'
               PERFORM GL-FIND-ORIGINAL
               IF WS-GL-DAY-HIT > 0
                   STRING WS-GL-ACCTYPE DELIMITED BY SIZE
                       " REV " DELIMITED BY SIZE
                       WS-GL-ORIG-NAME DELIMITED BY SIZE
                       INTO WS-GL-TXN
                   END-STRING
               ELSE
                   STRING WS-GL-ACCTYPE DELIMITED BY SIZE
                       " ERROR CORR" DELIMITED BY SIZE
                       INTO WS-GL-TXN
                   END-STRING
               END-IF
           ELSE
               STRING WS-GL-ACCTYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PB-TRANSNAME DELIMITED BY SIZE
                   INTO WS-GL-TXN
               END-STRING
               IF WS-GL-DAY-COUNT < 3000
                   ADD 1 TO WS-GL-DAY-COUNT
                   MOVE WS-PB-ACCNO TO GLD-ACCNO(WS-GL-DAY-COUNT)
                   MOVE WS-PB-REF TO GLD-REF(WS-GL-DAY-COUNT)
                   MOVE WS-PB-TRANSNAME TO GLD-NAME(WS-GL-DAY-COUNT)
               END-IF
           END-IF
           PERFORM GL-ADD-SUM.

       GL-FIND-ORIGINAL.
      *> the correction carries the reference of the posting it
      *> reverses, on the same account the same day.
           MOVE 0 TO WS-GL-DAY-HIT
           PERFORM VARYING WS-GLD-IDX FROM 1 BY 1
               UNTIL WS-GLD-IDX > WS-GL-DAY-COUNT OR WS-GL-DAY-HIT > 0
               IF GLD-ACCNO(WS-GLD-IDX) = WS-PB-ACCNO
                   AND GLD-REF(WS-GLD-IDX) = WS-PB-REF
                   SET WS-GL-DAY-HIT TO WS-GLD-IDX
                   MOVE GLD-NAME(WS-GLD-IDX) TO WS-GL-ORIG-NAME
               END-IF
           END-PERFORM.

       GL-EXTRACT-RTN.
      *> Builds the journal for the business date in WS-GL-DATE.
      *> WS-GL-OK comes back 'Y' only when a journal was written;
      *> WS-GL-RESULT says what happened either way.
           MOVE 'N' TO WS-GL-OK
           PERFORM GL-CHECK-POSTED
           IF WS-GL-POSTED = 'Y'
               MOVE "REFUSED - day already in the GL" TO WS-GL-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM GL-LOAD-MAP
           IF WS-GL-MAP-COUNT = 0
               MOVE "FAILED - no GLMAP.TXT rows" TO WS-GL-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GL-SUM-COUNT
           MOVE 'Y' TO WS-GL-OK
           PERFORM GL-SCAN-PASSBOOK
           IF WS-GL-OK = 'N'
               EXIT PARAGRAPH
           END-IF
      *> every code the day produced must have its accounts before
      *> a single line is written.
           PERFORM VARYING WS-GLS-IDX FROM 1 BY 1
               UNTIL WS-GLS-IDX > WS-GL-SUM-COUNT OR WS-GL-OK = 'N'
               MOVE GLS-TXN(WS-GLS-IDX) TO WS-GL-TXN
               PERFORM GL-FIND-MAP
               IF WS-GL-HIT = 0
                   MOVE 'N' TO WS-GL-OK
                   MOVE SPACES TO WS-GL-RESULT
                   STRING "FAILED - no map " DELIMITED BY SIZE
                       WS-GL-TXN DELIMITED BY SIZE
                       INTO WS-GL-RESULT
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-GL-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM GL-WRITE-JOURNAL
           MOVE "COMPLETED" TO WS-GL-RESULT.

       GL-CHECK-DATE.
           MOVE 'Y' TO WS-GL-DATE-OK
           IF WS-GL-DATE-X NOT NUMERIC
               MOVE 'N' TO WS-GL-DATE-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-GL-DATE-X(5:2) < "01" OR WS-GL-DATE-X(5:2) > "12"
               OR WS-GL-DATE-X(7:2) < "01" OR WS-GL-DATE-X(7:2) > "31"
               MOVE 'N' TO WS-GL-DATE-OK
           END-IF.

       GL-CHECK-POSTED.
           MOVE 'N' TO WS-GL-POSTED
           OPEN INPUT GLPOST-FILE
           IF WS-GLP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GL-EOF
           PERFORM UNTIL WS-GL-EOF = 'Y'
               READ GLPOST-FILE
                   AT END
                       MOVE 'Y' TO WS-GL-EOF
                   NOT AT END
                       MOVE GLPOST-LINE TO GP-REC
                       IF GP-SOURCE = WS-GL-SOURCE
                           AND GP-DATE = WS-GL-DATE-X
                           MOVE 'Y' TO WS-GL-POSTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLPOST-FILE.

       GL-LOAD-MAP.
      *> only this source's rows; comment lines and other systems'
      *> rows are passed over.
           MOVE 0 TO WS-GL-MAP-COUNT
           OPEN INPUT GLMAP-FILE
           IF WS-GLM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-GL-EOF
           PERFORM UNTIL WS-GL-EOF = 'Y'
               READ GLMAP-FILE
                   AT END
                       MOVE 'Y' TO WS-GL-EOF
                   NOT AT END
                       MOVE GLMAP-LINE TO GM-REC
                       IF GM-SOURCE = WS-GL-SOURCE
                           AND GM-DR-ACCT NOT = SPACES
                           AND GM-CR-ACCT NOT = SPACES
                           AND WS-GL-MAP-COUNT < 60
                           ADD 1 TO WS-GL-MAP-COUNT
                           MOVE GM-TXN TO GMT-TXN(WS-GL-MAP-COUNT)
                           MOVE GM-DR-ACCT
                               TO GMT-DR-ACCT(WS-GL-MAP-COUNT)
                           MOVE GM-CR-ACCT
                               TO GMT-CR-ACCT(WS-GL-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLMAP-FILE.

       GL-FIND-MAP.
           MOVE 0 TO WS-GL-HIT
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
               UNTIL WS-GLM-IDX > WS-GL-MAP-COUNT OR WS-GL-HIT > 0
               IF GMT-TXN(WS-GLM-IDX) = WS-GL-TXN
                   SET WS-GL-HIT TO WS-GLM-IDX
               END-IF
           END-PERFORM.

       GL-ADD-SUM.
      *> WS-GL-TXN and WS-GL-AMT in; a line that moves no money
      *> adds nothing to the journal.
           IF WS-GL-AMT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GL-SUM-HIT
           PERFORM VARYING WS-GLS-IDX FROM 1 BY 1
               UNTIL WS-GLS-IDX > WS-GL-SUM-COUNT OR WS-GL-SUM-HIT > 0
               IF GLS-TXN(WS-GLS-IDX) = WS-GL-TXN
                   SET WS-GL-SUM-HIT TO WS-GLS-IDX
               END-IF
           END-PERFORM
           IF WS-GL-SUM-HIT = 0
               IF WS-GL-SUM-COUNT >= 60
                   MOVE 'N' TO WS-GL-OK
                   MOVE "FAILED - too many transaction codes"
                       TO WS-GL-RESULT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GL-SUM-COUNT
               MOVE WS-GL-SUM-COUNT TO WS-GL-SUM-HIT
               MOVE WS-GL-TXN TO GLS-TXN(WS-GL-SUM-HIT)
               MOVE 0 TO GLS-COUNT(WS-GL-SUM-HIT)
               MOVE 0 TO GLS-AMOUNT(WS-GL-SUM-HIT)
           END-IF
           ADD 1 TO GLS-COUNT(WS-GL-SUM-HIT)
           ADD WS-GL-AMT TO GLS-AMOUNT(WS-GL-SUM-HIT).

       GL-WRITE-JOURNAL.
      *> a rerun before the day is posted replaces the journal, so
      *> a late posting can still be picked up.
           MOVE SPACES TO WS-GL-JNL-NAME
           STRING FUNCTION TRIM(WS-DIR-SHARE) DELIMITED BY SIZE
               "GLJ_" DELIMITED BY SIZE
               WS-GL-SOURCE DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-GL-DATE-X DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-GL-JNL-NAME
           END-STRING
           OPEN OUTPUT GLJNL-FILE
           MOVE 0 TO WS-GL-LINE-NO WS-GL-TOT-DR WS-GL-TOT-CR
           MOVE SPACES TO GJ-REC
           MOVE 'H' TO GJ-REC-TYPE
           MOVE WS-GL-SOURCE TO GJ-SOURCE
           MOVE WS-GL-DATE-X TO GJ-DATE
           MOVE WS-OPERATOR-ID TO GJH-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO GJH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO GJH-RUN-TIME
           WRITE GLJNL-LINE FROM GJ-REC
           PERFORM VARYING WS-GLS-IDX FROM 1 BY 1
               UNTIL WS-GLS-IDX > WS-GL-SUM-COUNT
               PERFORM GL-WRITE-PAIR
           END-PERFORM
           MOVE SPACES TO GJ-REC
           MOVE 'T' TO GJ-REC-TYPE
           MOVE WS-GL-SOURCE TO GJ-SOURCE
           MOVE WS-GL-DATE-X TO GJ-DATE
           MOVE WS-GL-LINE-NO TO GJT-LINES
           MOVE WS-GL-TOT-DR TO GJT-TOT-DR
           MOVE WS-GL-TOT-CR TO GJT-TOT-CR
           WRITE GLJNL-LINE FROM GJ-REC
           CLOSE GLJNL-FILE
           ADD WS-GL-LINE-NO TO WS-AUD-RECORDS.

       GL-WRITE-PAIR.
      *> one code's day total: the debit line, then the credit.
           MOVE GLS-TXN(WS-GLS-IDX) TO WS-GL-TXN
           PERFORM GL-FIND-MAP
           MOVE SPACES TO GJ-REC
           MOVE 'D' TO GJ-REC-TYPE
           MOVE WS-GL-SOURCE TO GJ-SOURCE
           MOVE WS-GL-DATE-X TO GJ-DATE
           MOVE GLS-TXN(WS-GLS-IDX) TO GJ-TXN
           MOVE GLS-COUNT(WS-GLS-IDX) TO GJ-COUNT
           MOVE GLS-AMOUNT(WS-GLS-IDX) TO GJ-AMOUNT
           ADD 1 TO WS-GL-LINE-NO
           MOVE WS-GL-LINE-NO TO GJ-LINE-NO
           MOVE GMT-DR-ACCT(WS-GL-HIT) TO GJ-ACCT
           MOVE 'D' TO GJ-DRCR
           WRITE GLJNL-LINE FROM GJ-REC
           ADD GLS-AMOUNT(WS-GLS-IDX) TO WS-GL-TOT-DR
           ADD 1 TO WS-GL-LINE-NO
           MOVE WS-GL-LINE-NO TO GJ-LINE-NO
           MOVE GMT-CR-ACCT(WS-GL-HIT) TO GJ-ACCT
           MOVE 'C' TO GJ-DRCR
           WRITE GLJNL-LINE FROM GJ-REC
           ADD GLS-AMOUNT(WS-GLS-IDX) TO WS-GL-TOT-CR.
