               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-ACCOUNT-NO
               FILE STATUS IS WS-MH-STATUS.
      *> disconnection and reconnection orders, by order number.
           SELECT SVC-ORDER ASSIGN TO WS-PATH-SVCORDER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-NO
               FILE STATUS IS WS-SO-STATUS.
           SELECT SVCSLIP-FILE ASSIGN TO WS-PATH-SVCSLIP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-STATUS.
      *> move-out: deposit refunds to pay and balances still owed.
           SELECT REFUND-FILE ASSIGN TO WS-PATH-REFUND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFV-STATUS.
           SELECT FINALNTC-FILE ASSIGN TO WS-PATH-FINALNTC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FNL-STATUS.
      *> auto-debit bridge with BANK-ACCOUNT: the cycle's debits go
      *> out, the bank's debits made and refused come back, and the
      *> refusals go on a call list.
           SELECT ADADEBIT-FILE ASSIGN TO WS-PATH-ADADEBIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADD-STATUS.
           SELECT ADARETRN-FILE ASSIGN TO WS-PATH-ADARETRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADR-STATUS.
           SELECT ADAREFUS-FILE ASSIGN TO WS-PATH-ADAREFUS
               ORGANIZATION IS LINE SEQUENTIAL.
      *> energy delivered into each area at its substation feeder,
      *> per cycle, and the loss report set against it.
           SELECT FEEDER-FILE ASSIGN TO WS-PATH-FEEDER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDR-STATUS.
           SELECT ENERGYBAL-FILE ASSIGN TO WS-PATH-ENERGYBAL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROUTE-FILE ASSIGN TO WS-PATH-ROUTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.
               FILE STATUS IS WS-AR-STATUS.
           SELECT COLLECT-FILE ASSIGN TO WS-PATH-COLLECT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SURCHG-FILE ASSIGN TO WS-PATH-SURCHG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-MASTER ASSIGN TO WS-PATH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT TARIFF-FILE ASSIGN TO WS-PATH-TARIFF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFF-STATUS.
      *> every meter change-out, one line each, for the meter shop
      *> and for any later billing dispute.
           SELECT METERCHG-FILE ASSIGN TO WS-PATH-METERCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCL-STATUS.
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
      *> lower-than-stored reading a legitimate zero-usage bill
      *> rather than a misread.
           05 MH-EST-OUT       PIC X.
      *> a change-out leaves the old meter's last span here until the
      *> next bill picks it up alongside the new meter's span; zero
      *> (or non-numeric on records written before) when none waits.
           05 MH-CHG-PEND-KWH  PIC 9(6).
           05 MH-CHG-DATE      PIC 9(8).
      *> the day the account was last billed and whether that bill
      *> was estimated ('Y'), for the area energy balance; zero (or
      *> non-numeric on records written before) until first billed.
           05 MH-LAST-BILLED   PIC 9(8).
           05 MH-LAST-EST      PIC X.

       FD SVC-ORDER.
       01 SO-REC.
           05 SO-ORDER-NO      PIC 9(8).
      *> 'D' disconnect, 'R' reconnect.
           05 SO-TYPE          PIC X.
           05 SO-ACCOUNT-NO    PIC X(10).
           05 SO-AREA          PIC 9.
           05 SO-ISSUED        PIC 9(8).
           05 SO-CREW          PIC X(10).
           05 SO-DONE-DATE     PIC 9(8).
      *> space while open; 'C' done, 'U' crew unable, 'X' cancelled.
           05 SO-RESULT        PIC X.

       FD SVCSLIP-FILE.
       01 SVCSLIP-LINE         PIC X(100).

       FD REFUND-FILE.
       01 REFUND-LINE          PIC X(100).

       FD FINALNTC-FILE.
       01 FINALNTC-LINE        PIC X(120).

       FD ADADEBIT-FILE.
       01 ADADEBIT-LINE        PIC X(80).

       FD ADARETRN-FILE.
       01 ADARETRN-LINE        PIC X(90).

       FD ADAREFUS-FILE.
       01 ADAREFUS-LINE        PIC X(132).

      *> one line per area per cycle; a later line for the same
      *> area and cycle corrects an earlier one.
       FD FEEDER-FILE.
       01 FDR-REC.
           05 FDR-PERIOD       PIC 9(6).
           05 FDR-AREA         PIC 9.
           05 FDR-KWH          PIC 9(9).
           05 FDR-KEYED        PIC 9(8).
           05 FDR-OPERATOR     PIC X(8).

       FD ENERGYBAL-FILE.
       01 ENERGYBAL-LINE       PIC X(100).

      *> A meter reader's route, one record per account read, fed to
      *> the batch billing run instead of being re-keyed.
      *> route file is generated so the reader writes just the new
      *> reading. The billing run never reads it back.
           05 RT-LAST-READ     PIC 9(6).
      *> reference only: the meter the reader should find there.
           05 RT-METER-SERIAL  PIC X(12).

       FD ROUTEREJ-FILE.
       01 ROUTEREJ-LINE        PIC X(100).
       FD COLLECT-FILE.
       01 COLLECT-LINE         PIC X(100).

       FD SURCHG-FILE.
       01 SURCHG-LINE          PIC X(80).

      *> Small customer record kept per account so the name, service
      *> address and account code are not retyped every cycle.
       FD CUST-MASTER.
      *> an account belongs to; non-numeric on records written
      *> before the field existed.
           05 CM-AREA-CODE     PIC 9.
      *> serial number of the meter installed at the premises.
           05 CM-METER-SERIAL  PIC X(12).
      *> 'C' connected, 'D' disconnected, 'R' pending reconnection,
      *> 'T' terminated (moved out); records written before the field
      *> existed are connected.
           05 CM-SERVICE-STATUS PIC X.
      *> meter deposit held and the day it was taken, for the
      *> move-out; non-numeric on records written before.
           05 CM-DEPOSIT-AMT   PIC 9(5)V99.
           05 CM-DEPOSIT-DATE  PIC 9(8).
      *> China Trust account the bills are debited from; zero, or
      *> non-numeric on records written before, when not enrolled.
           05 CM-ADA-ACCNO     PIC 9(10).

      *> Printable customer bill, one form-feed-separated page per
      *> account billed.
               10 TF-BLK-LIMIT PIC 9(6).
               10 TF-BLK-RATE  PIC 9(3)V99.

       FD METERCHG-FILE.
       01 METERCHG-LINE        PIC X(100).

       FD GLMAP-FILE.
       01 GLMAP-LINE           PIC X(80).

       FD GLJNL-FILE.
       01 GLJNL-LINE           PIC X(80).

       FD GLPOST-FILE.
       01 GLPOST-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
      *---------------- SITE CONFIGURATION ----------------------------*
      *> this program needs PROB4DIR and SHAREDIR; a missing entry
           05 WS-PATH-ROUTEREJ  PIC X(60).
           05 WS-PATH-ARLEDGER  PIC X(60).
           05 WS-PATH-COLLECT   PIC X(60).
           05 WS-PATH-SURCHG    PIC X(60).
           05 WS-PATH-SVCORDER  PIC X(60).
           05 WS-PATH-SVCSLIP   PIC X(60).
           05 WS-PATH-REFUND    PIC X(60).
           05 WS-PATH-FINALNTC  PIC X(60).
           05 WS-PATH-ADADEBIT  PIC X(60).
           05 WS-PATH-ADARETRN  PIC X(60).
           05 WS-PATH-ADAREFUS  PIC X(60).
           05 WS-PATH-FEEDER    PIC X(60).
           05 WS-PATH-ENERGYBAL PIC X(60).
           05 WS-PATH-CUSTMAST  PIC X(60).
           05 WS-PATH-BILLDOC   PIC X(60).
           05 WS-PATH-NOTICES   PIC X(60).
           05 WS-PATH-BRUN      PIC X(60).
           05 WS-PATH-UNBILLED  PIC X(60).
           05 WS-PATH-TARIFF    PIC X(60).
           05 WS-PATH-METERCHG  PIC X(60).
           05 WS-PATH-GLMAP     PIC X(60).
           05 WS-PATH-GLPOSTED  PIC X(60).
       01  ECHO-PATH-LINE.
           05 FILLER            PIC X(14) VALUE "Data folder : ".
           05 ECHO-PATH-DIR     PIC X(40).
       01  WS-MH-STATUS         PIC XX.
       01  WS-MH-FOUND          PIC X VALUE 'N'.

      *---------------- METER CHANGE-OUT / REGISTER ROLLOVER ----------*
      *> a six-digit register passes 999999 back to zero. A reading
      *> below the stored one counts as a rollover only when the
      *> stored reading was near the top of the register and the new
      *> one near the bottom -- anything else is still a misread.
       01  WS-MCL-STATUS        PIC XX.
       01  WS-METER-SERIAL      PIC X(12).
       01  WS-CHG-FIELDS.
           05 WS-REG-LIMIT      PIC 9(7) VALUE 1000000.
           05 WS-ROLL-FLOOR     PIC 9(6) VALUE 900000.
           05 WS-ROLL-CEIL      PIC 9(6) VALUE 100000.
           05 WS-ROLLOVER       PIC X VALUE 'N'.
           05 WS-CHG-PEND-KWH   PIC 9(6) VALUE 0.
           05 WS-CHG-OLD-FINAL  PIC 9(6).
           05 WS-CHG-SPAN       PIC 9(6).
           05 WS-CHG-NEW-SERIAL PIC X(12).
           05 WS-CHG-NEW-INIT   PIC 9(6).
           05 WS-CHG-DATE       PIC 9(8).
           05 WS-CHG-ANS        PIC X.
       01  MCL-REC.
           05 MCL-CHG-DATE      PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 MCL-ACCNO         PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 MCL-OLD-SERIAL    PIC X(12).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 MCL-OLD-LAST      PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 MCL-OLD-FINAL     PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 MCL-OLD-SPAN      PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 MCL-NEW-SERIAL    PIC X(12).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 MCL-NEW-INIT      PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 MCL-OPERATOR      PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 MCL-LOGGED        PIC 9(8).
       01  BD-CHG-LINE.
           05 FILLER            PIC X(17) VALUE "Old Meter Span : ".
           05 BD-CHG-KWH        PIC ZZZZZ9.
           05 FILLER            PIC X(22) VALUE
              " kWh (meter changed ".
           05 BD-CHG-DATE       PIC 9(8).
           05 FILLER            PIC X(1) VALUE ")".
       01  BD-ROLL-LINE         PIC X(40) VALUE
              "Meter register rolled over 999999".

      *---------------- RECEIVABLES / PAYMENT POSTING (menu 3/4) ------*
       01  WS-AR-STATUS         PIC XX.
       01  ARL-REC.
           05 WS-AR-PAID        PIC 9(9)V99.
           05 WS-AR-BALANCE     PIC S9(9)V99.
           05 WS-AR-OPEN-DUE    PIC 9(8).
      *> 'S' surcharge lines posted since the last cycle bill -- what
      *> the next printed bill shows as its late surcharge.
           05 WS-AR-NEW-SUR     PIC 9(7)V99.
           05 WS-PAY-OR         PIC X(10).
           05 WS-PAY-AMT        PIC 9(7)V99.
           05 WS-PAY-ANS        PIC X.
               10 DISC-NAME     PIC X(25).
               10 DISC-AREA     PIC 9.
               10 DISC-AMOUNT   PIC 9(7)V99.
               10 DISC-ORDER    PIC 9(8).
       01  WS-RECON-FEE         PIC 9(5)V99 VALUE 500.00.
       01  WS-NOTICE-DAYS       PIC 9(2) VALUE 7.
       01  WS-FINAL-DATE        PIC 9(8).
           05 CREW-NAME         PIC X(25).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CREW-AMT          PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 CREW-ORDER        PIC ZZZZZZZ9.

      *---------------- SERVICE ORDERS --------------------------------*
      *> a disconnection order goes out with each notice; full
      *> payment or a promissory note on a disconnected account
      *> raises the reconnection order and its fee. Crews post each
      *> order back with the date done and the result, and only then
      *> does the customer's service status change.
       01  WS-SO-STATUS         PIC XX.
       01  WS-SLIP-STATUS       PIC XX.
       01  WS-SERVICE-STATUS    PIC X VALUE 'C'.
       01  WS-SO-FIELDS.
           05 WS-SO-EOF         PIC X.
           05 WS-SO-TYPE        PIC X.
           05 WS-SO-OPEN        PIC X.
           05 WS-SO-OPEN-NO     PIC 9(8).
           05 WS-SO-LAST-NO     PIC 9(8).
           05 WS-SO-NEW-NO      PIC 9(8).
           05 WS-SO-AREA        PIC 9.
           05 WS-SO-KEY-IN      PIC 9(8).
           05 WS-SO-CREW-IN     PIC X(10).
           05 WS-SO-DATE-IN     PIC 9(8).
           05 WS-SO-RESULT-IN   PIC X.
           05 WS-SO-HELD        PIC 9(4).
       01  SLIP-REC.
           05 SLIP-ORDER-NO     PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 SLIP-TYPE         PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 SLIP-ACCNO        PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 SLIP-NAME         PIC X(25).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 SLIP-AREA         PIC 9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 SLIP-ISSUED       PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 SLIP-CREW         PIC X(10).

      *---------------- MOVE-OUT / DEPOSIT APPLICATION ----------------*
      *> the final bill is priced like any other; the deposit, with
      *> simple interest a year from the day it was taken while the
      *> policy switch is on, then goes against everything owed.
      *> What it cannot use is refunded; what it cannot cover goes
      *> on the final-notice list.
       01  WS-RFV-STATUS        PIC XX.
       01  WS-FNL-STATUS        PIC XX.
       01  WS-DEPOSIT-AMT       PIC 9(5)V99 VALUE 0.
       01  WS-DEPOSIT-DATE      PIC 9(8) VALUE 0.
       01  WS-TRM-FIELDS.
           05 WS-DEP-INT-POLICY PIC X VALUE 'Y'.
           05 WS-DEP-INT-RATE   PIC V9(4) VALUE .0600.
           05 WS-DEP-DAYS       PIC 9(5).
           05 WS-DEP-INTEREST   PIC 9(5)V99.
           05 WS-DEP-CREDIT     PIC 9(6)V99.
           05 WS-DEP-APPLIED    PIC 9(6)V99.
           05 WS-DEP-REFUND     PIC 9(6)V99.
           05 WS-TRM-SHORT      PIC 9(9)V99.
           05 WS-TRM-DISP       PIC ZZZ,ZZZ,ZZ9.99.
      *> meter serial check on a new application.
           05 WS-SERIAL-INUSE   PIC X.
           05 WS-SERIAL-PRIOR   PIC X.
           05 WS-SERIAL-ACCNO   PIC X(10).
           05 WS-SERIAL-READ    PIC 9(6).
       01  RFV-REC.
           05 RFV-DATE          PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RFV-ACCNO         PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RFV-NAME          PIC X(25).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RFV-DEPOSIT       PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RFV-INTEREST      PIC Z,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RFV-APPLIED       PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 RFV-REFUND        PIC ZZZ,ZZ9.99.
       01  FNL-REC.
           05 FNL-DATE          PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 FNL-ACCNO         PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 FNL-NAME          PIC X(25).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 FNL-ADDR          PIC X(40).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 FNL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

      *---------------- AUTO-DEBIT (CHINA TRUST) ----------------------*
      *> an enrolled account's bill goes to the bank on the debit
      *> file as it is issued; the bank answers each line on the
      *> return file, paid or refused with its reason. Both layouts
      *> are mirrored in BANK-ACCOUNT.
       01  WS-ADD-STATUS        PIC XX.
       01  WS-ADR-STATUS        PIC XX.
       01  WS-ADA-ACCNO         PIC 9(10) VALUE 0.
       01  WS-ADA-FIELDS.
           05 WS-ADA-EOF        PIC X.
           05 WS-ADA-IN         PIC 9(10).
           05 WS-ADA-READ       PIC 9(4).
           05 WS-ADA-PAID       PIC 9(4).
           05 WS-ADA-REFUSED    PIC 9(4).
           05 WS-ADA-SKIPPED    PIC 9(4).
       01  ADA-REC.
           05 ADA-ACCOUNT-NO    PIC X(10).
           05 ADA-BANK-ACCNO    PIC 9(10).
           05 ADA-CUST-NAME     PIC X(25).
           05 ADA-AMOUNT        PIC 9(7)V99.
           05 ADA-BILL-DATE     PIC 9(8).
           05 ADA-DUE-DATE      PIC 9(8).
       01  ADR-REC.
           05 ADR-ACCOUNT-NO    PIC X(10).
           05 ADR-BANK-ACCNO    PIC 9(10).
           05 ADR-AMOUNT        PIC 9(7)V99.
           05 ADR-DUE-DATE      PIC 9(8).
      *> 'P' debited, 'R' refused.
           05 ADR-RESULT        PIC X.
           05 ADR-REASON        PIC X(35).
           05 ADR-DATE          PIC 9(8).
       01  ARF-HEADER.
           05 FILLER            PIC X(36) VALUE
              "Auto-Debit Refusals - Call List - ".
           05 ARF-HDR-DATE      PIC 9(8).
       01  ARF-COLS.
           05 FILLER            PIC X(38) VALUE
              "Account    Customer                  ".
           05 FILLER            PIC X(44) VALUE
              "Bank Acct         Amount  Due Date Reason".
       01  ARF-LINE.
           05 ARF-ACCNO         PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 ARF-NAME          PIC X(25).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 ARF-BANK          PIC 9(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 ARF-AMOUNT        PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 ARF-DUE           PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 ARF-REASON        PIC X(35).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 ARF-ADDR          PIC X(26).
       01  ARF-TOTAL-LINE.
           05 FILLER            PIC X(20) VALUE
              "Debits refused....: ".
           05 ARF-T-COUNT       PIC ZZZ9.

      *---------------- AREA ENERGY BALANCE / SYSTEM LOSS -------------*
      *> what the feeder delivered into an area against what the
      *> area's meters were billed for the cycle, actual and
      *> estimated apart; the difference is the area's system loss.
      *> An actual reading well under the account's own earlier
      *> months is listed as a lead for the inspectors.
       01  WS-FDR-STATUS        PIC XX.
       01  WS-LOSS-CAP          PIC 9(2)V99 VALUE 8.50.
       01  WS-EB-DROP-MIN       PIC 9(3) VALUE 40.
       01  WS-EB-LEAD-MAX       PIC 9(2) VALUE 5.
       01  WS-EB-FIELDS.
           05 WS-EB-PERIOD      PIC 9(6).
           05 WS-EB-LATEST      PIC 9(6).
           05 WS-EB-AREA-IN     PIC 9.
           05 WS-EB-KWH-IN      PIC 9(9).
           05 WS-EB-ANS         PIC X.
           05 WS-EB-EOF         PIC X.
           05 WS-EB-AREA        PIC 9.
           05 WS-EB-BILLED      PIC 9(9).
           05 WS-EB-LOSS        PIC S9(9).
           05 WS-EB-LOSS-PCT    PIC S9(3)V99.
           05 WS-EB-PRIOR-SUM   PIC 9(7).
           05 WS-EB-PRIOR-AVG   PIC 9(6).
           05 WS-EB-DROP-PCT    PIC 9(3)V9.
           05 WS-EB-NO-AREA     PIC 9(5).
           05 WS-EB-RANK        PIC 9(2).
           05 WS-EB-BEST        PIC 9(3).
           05 WS-EB-BEST-PCT    PIC 9(3)V9.
           05 WS-EB-IN-AREA     PIC 9(3).
           05 WS-EB-WORST       PIC 9(3).
           05 WS-EB-WORST-PCT   PIC 9(3)V9.
           05 WS-EB-TOT-FEEDER  PIC 9(10).
           05 WS-EB-TOT-BILLED  PIC 9(10).
       01  WS-EB-AREA-TABLE.
           05 WS-EB-AREA-ENTRY OCCURS 3 TIMES INDEXED BY WS-EBA-IDX.
               10 EBA-FEEDER    PIC 9(9).
               10 EBA-HAS-FDR   PIC X.
               10 EBA-ACT-KWH   PIC 9(9).
               10 EBA-ACT-CNT   PIC 9(5).
               10 EBA-EST-KWH   PIC 9(9).
               10 EBA-EST-CNT   PIC 9(5).
      *> only each area's biggest drops are kept, so the table never
      *> holds more than three areas times the listing limit.
       01  WS-EB-LEAD-COUNT     PIC 9(3) VALUE 0.
       01  WS-EB-LEAD-TABLE.
           05 WS-EB-LEAD OCCURS 300 TIMES INDEXED BY WS-EBL-IDX.
               10 EBL-AREA      PIC 9.
               10 EBL-ACCNO     PIC X(10).
               10 EBL-NAME      PIC X(25).
               10 EBL-AVG       PIC 9(6).
               10 EBL-CURR      PIC 9(6).
               10 EBL-PCT       PIC 9(3)V9.
               10 EBL-DONE      PIC X.
       01  EB-HEADER.
           05 FILLER            PIC X(36) VALUE
              "Area Energy Balance / System Loss - ".
           05 EB-HDR-PERIOD     PIC 9(6).
       01  EB-CAP-LINE.
           05 FILLER            PIC X(20) VALUE
              "Loss cap (percent): ".
           05 EB-CAP            PIC Z9.99.
       01  EB-COLS-1.
           05 FILLER            PIC X(50) VALUE
              "Area  Feeder kWh   Actual kWh Accts     Est kWh Ac".
           05 FILLER            PIC X(36) VALUE
              "cts   Billed kWh    Loss kWh  Loss %".
       01  EB-AREA-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EB-AREA           PIC 9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EB-FEEDER         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EB-ACT-KWH        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 EB-ACT-CNT        PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 EB-EST-KWH        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 EB-EST-CNT        PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EB-BILLED         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 EB-LOSS           PIC ---,---,--9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 EB-LOSS-PCT       PIC ---9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 EB-FLAG           PIC X(14).
       01  EB-TOTAL-LINE.
           05 FILLER            PIC X(5) VALUE "All  ".
           05 EB-T-FEEDER       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(39) VALUE SPACES.
           05 EB-T-BILLED       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 EB-T-LOSS         PIC ---,---,--9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 EB-T-PCT          PIC ---9.99.
       01  EB-NOAREA-LINE.
           05 FILLER            PIC X(32) VALUE
              "Billed accounts with no area..: ".
           05 EB-NOAREA         PIC ZZZZ9.
       01  EB-LEAD-HEADER.
           05 FILLER            PIC X(35) VALUE
              "Inspection leads (actual reading at".
           05 FILLER            PIC X(35) VALUE
              " least this far under own average):".
           05 EB-LEAD-MIN       PIC ZZ9.
           05 FILLER            PIC X(1) VALUE "%".
       01  EB-LEAD-AREA.
           05 FILLER            PIC X(7) VALUE "  Area ".
           05 EB-LA-AREA        PIC 9.
       01  EB-LEAD-COLS.
           05 FILLER            PIC X(44) VALUE
              "    Account    Customer                  Pri".
           05 FILLER            PIC X(28) VALUE
              "or Avg  This Cycle  Drop %".
       01  EB-LEAD-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 EB-L-ACCNO        PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 EB-L-NAME         PIC X(25).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 EB-L-AVG          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 EB-L-CURR         PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 EB-L-PCT          PIC ZZ9.9.
       01  EB-LEAD-NONE         PIC X(20) VALUE
              "    (none)".

      *---------------- DAILY COLLECTIONS REPORT ----------------------*
       01  WS-COLL-FIELDS.
           05 WS-CAR-FOUND      PIC X.
           05 WS-COLL-PAY-TOTAL PIC 9(9)V99.
           05 WS-COLL-ARREARS   PIC 9(11)V99.
      *> payments settle surcharges first, so an account's surcharges
      *> collected are the lesser of its surcharges and its payments.
           05 WS-COLL-SUR-BILL  PIC 9(9)V99.
           05 WS-COLL-SUR-TODAY PIC 9(9)V99.
           05 WS-COLL-SUR-COLL  PIC 9(9)V99.
           05 WS-COLL-SUR-CTDY  PIC 9(9)V99.
       01  WS-CAR-TABLE.
           05 WS-CAR-ENTRY OCCURS 500 TIMES INDEXED BY WS-CAR-IDX.
               10 CAR-ACCNO     PIC X(10).
               10 CAR-BILLED    PIC 9(9)V99.
               10 CAR-PAID      PIC 9(9)V99.
               10 CAR-SURCH     PIC 9(9)V99.
               10 CAR-PAID-PRIOR PIC 9(9)V99.
       01  COLL-HEADER.
           05 FILLER            PIC X(28) VALUE
              "Daily Collections Report - ".
           05 FILLER            PIC X(20) VALUE
              "Total arrears.....: ".
           05 COLL-ARR-TOT      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  COLL-SUR-HEADER      PIC X(25) VALUE
              "Late Payment Surcharges".
       01  COLL-SUR-LINE.
           05 COLL-SUR-LABEL    PIC X(30).
           05 COLL-SUR-AMT      PIC ZZZ,ZZZ,ZZ9.99.

      *---------------- OPERATOR SIGN-ON / AUDIT TRAIL ----------------*
       01  WS-AUDIT-STATUS      PIC XX.
           05 AUD-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      *---------------- RUN MENU / BATCH ROUTE BILLING ----------------*
       01  WS-MENU-CHOICE       PIC 99 VALUE 0.
       01  WS-ROUTE-STATUS      PIC XX.
       01  WS-ROUTE-CONTROLS.
           05 WS-ROUTE-EOF      PIC X VALUE 'N'.
       01  WS-OVERDUE-THRESHOLD  PIC 9(3) VALUE 30.
       01  WS-SURCHARGE-RATE     PIC V99 VALUE .10.

      *---------------- LATE PAYMENT SURCHARGE RUN --------------------*
      *> once a month each account's unpaid past-due bills draw the
      *> approved late charge as an 'S' line on the ledger. Payments
      *> go to surcharges first, then to bills oldest first, so the
      *> base is the past-due bill amount the payments have not yet
      *> reached. An honored promissory note waives it.
       01  WS-SURCHARGE-MIN      PIC 9(3)V99 VALUE 50.00.
       01  WS-SUR-FIELDS.
           05 WS-SUR-COUNT      PIC 9(4) VALUE 0.
           05 WS-SUR-FOUND      PIC X.
           05 WS-SUR-FULL       PIC X.
           05 WS-SUR-BILL-PAID  PIC 9(9)V99.
           05 WS-SUR-BASE       PIC 9(9)V99.
           05 WS-SUR-AMT        PIC 9(7)V99.
           05 WS-SUR-POSTED     PIC 9(4).
           05 WS-SUR-WAIVED     PIC 9(4).
           05 WS-SUR-TOTAL      PIC 9(9)V99.
       01  WS-SUR-TABLE.
           05 WS-SUR-ENTRY OCCURS 5000 TIMES INDEXED BY WS-SUR-IDX.
               10 SUR-ACCNO     PIC X(10).
               10 SUR-PASTDUE   PIC 9(9)V99.
               10 SUR-SCHG      PIC 9(9)V99.
               10 SUR-PAID      PIC 9(9)V99.
               10 SUR-DONE      PIC X.
       01  SUR-HEADER.
           05 FILLER            PIC X(30) VALUE
              "Late Payment Surcharge Run - ".
           05 SUR-HDR-DATE      PIC 9(8).
       01  SUR-COLS.
           05 FILLER            PIC X(12) VALUE "  Account".
           05 FILLER            PIC X(16) VALUE "   Past-Due Base".
           05 FILLER            PIC X(12) VALUE "   Surcharge".
           05 FILLER            PIC X(6) VALUE "  Note".
       01  SUR-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SUR-L-ACCNO       PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SUR-L-BASE        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SUR-L-AMT         PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SUR-L-NOTE        PIC X(20).
       01  SUR-TOTAL-LINE.
           05 FILLER            PIC X(20) VALUE
              "Surcharges posted.: ".
           05 SUR-T-COUNT       PIC ZZZ9.
           05 FILLER            PIC X(10) VALUE "  Amount: ".
           05 SUR-T-AMT         PIC ZZZ,ZZZ,ZZ9.99.
       01  SUR-WAIVE-LINE.
           05 FILLER            PIC X(20) VALUE
              "Waived (note).....: ".
           05 SUR-T-WAIVED      PIC ZZZ9.

      *---------------- GENERAL LEDGER JOURNAL EXTRACT (menu 18) ------*
      *> General ledger journal extract. The day's postings are
      *> summed per transaction code and each code goes to the GL as
      *> one debit and one credit against the accounts GLMAP.TXT
      *> gives it, so every journal balances by construction. A code
      *> with no mapping stops the extract before anything is
      *> written, and a day GLPOSTED.TXT shows as already taken into
      *> the GL is never extracted again.
       01  WS-GLM-STATUS        PIC XX.
       01  WS-GLJ-STATUS        PIC XX.
       01  WS-GLP-STATUS        PIC XX.
       01  WS-GL-JNL-NAME       PIC X(70).
       01  WS-GL-FIELDS.
           05 WS-GL-SOURCE      PIC X(4) VALUE "ELEC".
           05 WS-GL-DATE        PIC 9(8).
           05 WS-GL-DATE-X REDEFINES WS-GL-DATE PIC X(8).
           05 WS-GL-DATE-OK     PIC X.
           05 WS-GL-EOF         PIC X.
           05 WS-GL-POSTED      PIC X.
           05 WS-GL-OK          PIC X.
           05 WS-GL-RESULT      PIC X(40).
           05 WS-GL-TXN         PIC X(20).
           05 WS-GL-AMT         PIC 9(9)V99.
           05 WS-GL-MAP-COUNT   PIC 9(3).
           05 WS-GL-SUM-COUNT   PIC 9(3).
           05 WS-GL-HIT         PIC 9(3).
           05 WS-GL-SUM-HIT     PIC 9(3).
           05 WS-GL-LINE-NO     PIC 9(6).
           05 WS-GL-TOT-DR      PIC 9(11)V99.
           05 WS-GL-TOT-CR      PIC 9(11)V99.
           05 WS-GL-VAT         PIC 9(7)V99.
       01  WS-GL-MAP-TABLE.
           05 WS-GL-MAP-ENTRY OCCURS 60 TIMES INDEXED BY WS-GLM-IDX.
               10 GMT-TXN       PIC X(20).
               10 GMT-DR-ACCT   PIC X(10).
               10 GMT-CR-ACCT   PIC X(10).
       01  WS-GL-SUM-TABLE.
           05 WS-GL-SUM-ENTRY OCCURS 60 TIMES INDEXED BY WS-GLS-IDX.
               10 GLS-TXN       PIC X(20).
               10 GLS-COUNT     PIC 9(6).
               10 GLS-AMOUNT    PIC 9(11)V99.
      *> one GLMAP.TXT line: source system, transaction code, the
      *> accounts it debits and credits, and a description for the
      *> journal listing.
       01  GM-REC.
           05 GM-SOURCE         PIC X(4).
           05 FILLER            PIC X.
           05 GM-TXN            PIC X(20).
           05 FILLER            PIC X.
           05 GM-DR-ACCT        PIC X(10).
           05 FILLER            PIC X.
           05 GM-CR-ACCT        PIC X(10).
           05 FILLER            PIC X.
           05 GM-DESC           PIC X(30).
      *> one journal line: 'H' header (who extracted it and when),
      *> 'D' one debit or credit, 'T' trailer with the line count
      *> and both totals.
       01  GJ-REC.
           05 GJ-REC-TYPE       PIC X.
           05 GJ-SOURCE         PIC X(4).
           05 GJ-DATE           PIC X(8).
           05 GJ-BODY           PIC X(60).
           05 GJ-DETAIL REDEFINES GJ-BODY.
               10 GJ-LINE-NO    PIC 9(6).
               10 GJ-ACCT       PIC X(10).
               10 GJ-DRCR       PIC X.
               10 GJ-AMOUNT     PIC 9(11)V99.
               10 GJ-TXN        PIC X(20).
               10 GJ-COUNT      PIC 9(6).
               10 FILLER        PIC X(4).
           05 GJ-HEADER REDEFINES GJ-BODY.
               10 GJH-OPERATOR  PIC X(8).
               10 GJH-RUN-DATE  PIC X(8).
               10 GJH-RUN-TIME  PIC X(6).
               10 FILLER        PIC X(38).
           05 GJ-TRAILER REDEFINES GJ-BODY.
               10 GJT-LINES     PIC 9(6).
               10 GJT-TOT-DR    PIC 9(11)V99.
               10 GJT-TOT-CR    PIC 9(11)V99.
               10 FILLER        PIC X(28).
      *> one GLPOSTED.TXT line: a source's day taken into the GL.
       01  GP-REC.
           05 GP-SOURCE         PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 GP-DATE           PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 GP-POST-DATE      PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 GP-POST-TIME      PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 GP-OPERATOR       PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 GP-LINES          PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 GP-TOTAL          PIC 9(11)V99.

       01 H1.
           05 FILLER            PIC X(27) VALUE SPACES. 
           05 FILLER            PIC X(25) VALUE 
                       PERFORM APPLICATION-RTN
                   WHEN 8
                       PERFORM GEN-ROUTE-RTN
                   WHEN 10
                       PERFORM METER-CHANGE-RTN
                   WHEN 11
                       PERFORM SURCHARGE-RUN-RTN
                   WHEN 12
                       PERFORM SVC-COMPLETE-RTN
                   WHEN 13
                       PERFORM TERMINATE-RTN
                   WHEN 14
                       PERFORM ADA-IMPORT-RTN
                   WHEN 15
                       PERFORM ADA-ENROLL-RTN
                   WHEN 16
                       PERFORM FEEDER-ENTRY-RTN
                   WHEN 17
                       PERFORM ENERGY-BALANCE-RTN
                   WHEN 18
                       PERFORM GL-JOURNAL-RTN
               END-EVALUATE
           END-PERFORM

           STRING FUNCTION TRIM(WS-DIR-P4) "UNBILLED.TXT"
               DELIMITED BY SIZE INTO WS-PATH-UNBILLED
           STRING FUNCTION TRIM(WS-DIR-P4) "TARIFF.TXT"
               DELIMITED BY SIZE INTO WS-PATH-TARIFF
           STRING FUNCTION TRIM(WS-DIR-P4) "METERCHG.TXT"
               DELIMITED BY SIZE INTO WS-PATH-METERCHG
           STRING FUNCTION TRIM(WS-DIR-P4) "SURCHRG.TXT"
               DELIMITED BY SIZE INTO WS-PATH-SURCHG
           STRING FUNCTION TRIM(WS-DIR-P4) "SVCORDER.DAT"
               DELIMITED BY SIZE INTO WS-PATH-SVCORDER
           STRING FUNCTION TRIM(WS-DIR-P4) "SVCSLIP.TXT"
               DELIMITED BY SIZE INTO WS-PATH-SVCSLIP
           STRING FUNCTION TRIM(WS-DIR-P4) "REFUNDVC.TXT"
               DELIMITED BY SIZE INTO WS-PATH-REFUND
           STRING FUNCTION TRIM(WS-DIR-P4) "FINALNTC.TXT"
               DELIMITED BY SIZE INTO WS-PATH-FINALNTC
           STRING FUNCTION TRIM(WS-DIR-SHARE) "ADADEBIT.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ADADEBIT
           STRING FUNCTION TRIM(WS-DIR-SHARE) "ADARETRN.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ADARETRN
           STRING FUNCTION TRIM(WS-DIR-P4) "ADAREFUS.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ADAREFUS
           STRING FUNCTION TRIM(WS-DIR-P4) "FEEDER.TXT"
               DELIMITED BY SIZE INTO WS-PATH-FEEDER
           STRING FUNCTION TRIM(WS-DIR-P4) "ENERGYBAL.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ENERGYBAL
           STRING FUNCTION TRIM(WS-DIR-SHARE) "GLMAP.TXT"
               DELIMITED BY SIZE INTO WS-PATH-GLMAP
           STRING FUNCTION TRIM(WS-DIR-SHARE) "GLPOSTED.TXT"
               DELIMITED BY SIZE INTO WS-PATH-GLPOSTED.

       BATCH-MODE-RTN.
           OPEN INPUT BPARM-FILE
                   AT END
                       MOVE 'Y' TO WS-BP-EOF
                   NOT AT END
                       IF (BP-FUNCTION = "ROUTEBILL"
                           OR BP-FUNCTION = "GLJOURNAL")
                           AND WS-BP-COUNT < 10
                           ADD 1 TO WS-BP-COUNT
                           MOVE BP-FUNCTION
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EVALUATE BPT-FUNC(WS-BP-J)
               WHEN "ROUTEBILL"
                   PERFORM BATCH-BILLING-RTN
                   IF WS-ROUTE-READ = 0
      *> nothing billed and nothing rejected means the route file
      *> itself was missing or empty - that is a failure at night.
                       MOVE "FAILED - no route readings" TO BR-DISP
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
           PERFORM WRITE-BATCH-DONE.
           DISPLAY (11, 1) "7 - New connection application"
           DISPLAY (12, 1) "8 - Generate route file"
           DISPLAY (14, 1) "9 - End of run"
           DISPLAY (5, 41) "10 - Meter change-out"
           DISPLAY (6, 41) "11 - Late surcharge run"
           DISPLAY (7, 41) "12 - Service order completion"
           DISPLAY (8, 41) "13 - Move-out / final bill"
           DISPLAY (9, 41) "14 - Auto-debit returns import"
           DISPLAY (10, 41) "15 - Auto-debit enrollment"
           DISPLAY (11, 41) "16 - Feeder reading entry"
           DISPLAY (12, 41) "17 - Area energy balance"
           DISPLAY (13, 41) "18 - GL journal extract"
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY (16, 1) "Choice: "
               ACCEPT (16, 15) WS-MENU-CHOICE
               IF WS-MENU-CHOICE = 1 OR 2 OR 3 OR 4 OR 5 OR 6 OR 7
                   OR 8 OR 9 OR 10 OR 11 OR 12 OR 13 OR 14 OR 15
                   OR 16 OR 17 OR 18
                   MOVE 'Y' TO FLAGSW
               ELSE
                   DISPLAY (17, 1) "ERROR: Invalid Input!"
           WRITE OUTREC FROM REC-OUT
           PERFORM OPEN-METER-HISTORY
           PERFORM OPEN-CUST-MASTER
           PERFORM OPEN-SVC-ORDER
           PERFORM LOAD-TARIFF-FILE
           MOVE 'R' TO WS-MAX-TYPE-CODE(1)
           MOVE 'C' TO WS-MAX-TYPE-CODE(2)
               OPEN I-O CUST-MASTER
           END-IF.

       OPEN-SVC-ORDER.
           OPEN I-O SVC-ORDER
           IF WS-SO-STATUS = "35"
               OPEN OUTPUT SVC-ORDER
               CLOSE SVC-ORDER
               OPEN I-O SVC-ORDER
           END-IF.

       LOOKUP-CUSTOMER.
           MOVE WS-ACCOUNT-NO TO CM-ACCOUNT-NO
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-CM-FOUND
                   MOVE SPACES TO WS-METER-SERIAL
                   MOVE 'C' TO WS-SERVICE-STATUS
                   MOVE 0 TO WS-DEPOSIT-AMT WS-DEPOSIT-DATE
                   MOVE 0 TO WS-ADA-ACCNO
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CM-FOUND
                   MOVE CM-METER-SERIAL TO WS-METER-SERIAL
                   IF CM-SERVICE-STATUS = 'D' OR 'R' OR 'T'
                       MOVE CM-SERVICE-STATUS TO WS-SERVICE-STATUS
                   ELSE
                       MOVE 'C' TO WS-SERVICE-STATUS
                   END-IF
                   IF CM-DEPOSIT-AMT NUMERIC
                       MOVE CM-DEPOSIT-AMT TO WS-DEPOSIT-AMT
                   ELSE
                       MOVE 0 TO WS-DEPOSIT-AMT
                   END-IF
                   IF CM-DEPOSIT-DATE NUMERIC
                       MOVE CM-DEPOSIT-DATE TO WS-DEPOSIT-DATE
                   ELSE
                       MOVE 0 TO WS-DEPOSIT-DATE
                   END-IF
                   IF CM-ADA-ACCNO NUMERIC
                       MOVE CM-ADA-ACCNO TO WS-ADA-ACCNO
                   ELSE
                       MOVE 0 TO WS-ADA-ACCNO
                   END-IF
           END-READ.

       SAVE-CUSTOMER.
           MOVE WS-CUST-ADDR TO CM-ADDRESS
           MOVE WS-ACCOUNT-CODE TO CM-ACCT-CODE
           MOVE WS-AREA-CODE TO CM-AREA-CODE
           MOVE WS-METER-SERIAL TO CM-METER-SERIAL
           MOVE WS-SERVICE-STATUS TO CM-SERVICE-STATUS
           MOVE WS-DEPOSIT-AMT TO CM-DEPOSIT-AMT
           MOVE WS-DEPOSIT-DATE TO CM-DEPOSIT-DATE
           MOVE WS-ADA-ACCNO TO CM-ADA-ACCNO
           IF WS-CM-FOUND = 'Y'
               REWRITE CM-REC
           ELSE
           MOVE WS-PREV-READ TO BD-PREV-READ
           MOVE WS-CURR-READ TO BD-CURR-READ
           WRITE BILLDOC-LINE FROM BD-READ-LINE
           IF WS-CHG-PEND-KWH > 0
               MOVE WS-CHG-PEND-KWH TO BD-CHG-KWH
               MOVE MH-CHG-DATE TO BD-CHG-DATE
               WRITE BILLDOC-LINE FROM BD-CHG-LINE
           END-IF
           IF WS-ROLLOVER = 'Y'
               WRITE BILLDOC-LINE FROM BD-ROLL-LINE
           END-IF
           MOVE WS-KWH-USED TO BD-KWH
           WRITE BILLDOC-LINE FROM BD-KWH-LINE
           MOVE SPACES TO BILLDOC-LINE
               WRITE BILLDOC-LINE FROM BD-AMT-LINE
           END-IF
           MOVE "TOTAL DUE      : " TO BD-AMT-LABEL
           COMPUTE BD-AMT = WS-TOTAL-BILL + WS-SURCHARGE
           WRITE BILLDOC-LINE FROM BD-AMT-LINE
      *> the cycle's amortization rides on the printed bill only --
      *> the receivable for it already sits on the ledger from the
               MOVE WS-AMORT-DUE TO BD-AMT
               WRITE BILLDOC-LINE FROM BD-AMT-LINE
               MOVE "TOTAL TO PAY   : " TO BD-AMT-LABEL
               COMPUTE BD-AMT = WS-TOTAL-BILL + WS-SURCHARGE
                   + WS-AMORT-DUE
               WRITE BILLDOC-LINE FROM BD-AMT-LINE
           END-IF
           MOVE WS-DUE-DATE TO BD-DUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MH-FOUND
                   MOVE MH-LAST-READ TO WS-PREV-READ
           END-READ
           MOVE 0 TO WS-CHG-PEND-KWH
           IF WS-MH-FOUND = 'Y'
               IF MH-CHG-PEND-KWH NUMERIC
                   MOVE MH-CHG-PEND-KWH TO WS-CHG-PEND-KWH
               ELSE
                   MOVE 0 TO MH-CHG-PEND-KWH
                   MOVE 0 TO MH-CHG-DATE
               END-IF
           END-IF.

       UPDATE-METER-HISTORY.
      *> the month's billed kWh is pushed onto the rolling history
      *> (newest first) along with the reading itself.
           MOVE WS-ACCOUNT-NO TO MH-ACCOUNT-NO
           MOVE WS-CURR-READ TO MH-LAST-READ
      *> the old meter's span has now been billed.
           MOVE 0 TO MH-CHG-PEND-KWH
           MOVE FUNCTION CURRENT-DATE(1:8) TO MH-LAST-BILLED
           MOVE WS-EST-FLAG TO MH-LAST-EST
      *> an estimated bill leaves the stored reading ahead of the
      *> meter (flag on); a zero-usage catch-up bill leaves it
      *> standing; a plain actual reading squares the account.
               END-PERFORM
               MOVE WS-KWH-USED TO MH-HIST-KWH(1)
               MOVE 'N' TO MH-EST-OUT
               MOVE 0 TO MH-CHG-DATE
               WRITE MH-REC
           END-IF.

           ACCEPT (10, 35) WS-CURR-READ
           MOVE 'N' TO WS-EST-FLAG
           MOVE 'N' TO WS-ZERO-USAGE
           MOVE 'N' TO WS-ROLLOVER

      *> a meter that could not be read is billed on its own average
      *> and marked ESTIMATED; the stored reading advances by the
      *> cycle's actual bills only the span not yet paid for.
                   COMPUTE WS-CURR-READ =
                       WS-PREV-READ + WS-AVG-KWH
                   ADD WS-CHG-PEND-KWH TO WS-KWH-USED
                   MOVE 'Y' TO WS-EST-FLAG
                   DISPLAY (11, 1) "                             "
                   DISPLAY (11, 1) "Estimated KwH: "
                           MOVE 'Y' TO FLAGSW
                       END-IF
                   ELSE
                       PERFORM CHECK-ROLLOVER
                       IF WS-ROLLOVER = 'Y'
                           PERFORM CONFIRM-ROLLOVER
                       ELSE
                           DISPLAY (11, 1)
                               "ERROR: Reading lower than history"
                       END-IF
                   END-IF
               ELSE
                   COMPUTE WS-KWH-USED = WS-CURR-READ - WS-PREV-READ
                       + WS-CHG-PEND-KWH
                   DISPLAY (11, 1) "                             "
                   DISPLAY (11, 1) "KwH Used: "
                   DISPLAY (11, 25) WS-KWH-USED
               END-IF
           END-IF.

       CHECK-ROLLOVER.
      *> a low reading is a register rollover only from the top of
      *> the register to the bottom of it.
           MOVE 'N' TO WS-ROLLOVER
           IF WS-PREV-READ >= WS-ROLL-FLOOR
               AND WS-CURR-READ < WS-ROLL-CEIL
               MOVE 'Y' TO WS-ROLLOVER
           END-IF.

       CONFIRM-ROLLOVER.
      *> the biller confirms the register went round before the span
      *> past 999999 is billed.
           DISPLAY (19, 1) "Meter register rolled over 999999?"
           MOVE SPACE TO WS-ANOM-ANS
           PERFORM UNTIL WS-ANOM-ANS = 'Y' OR WS-ANOM-ANS = 'N'
               DISPLAY (20, 1) "Bill as rollover (Y/N): "
               ACCEPT (20, 25) WS-ANOM-ANS
               MOVE FUNCTION UPPER-CASE(WS-ANOM-ANS) TO WS-ANOM-ANS
           END-PERFORM
           DISPLAY (19, 1) "                                           "
           DISPLAY (20, 1) "                                           "
           IF WS-ANOM-ANS = 'Y'
               COMPUTE WS-KWH-USED = WS-REG-LIMIT - WS-PREV-READ
                   + WS-CURR-READ + WS-CHG-PEND-KWH
               DISPLAY (11, 1) "                             "
               DISPLAY (11, 1) "KwH Used: "
               DISPLAY (11, 25) WS-KWH-USED
               MOVE 'Y' TO FLAGSW
           ELSE
               MOVE 'N' TO WS-ROLLOVER
               DISPLAY (11, 1) "ERROR: Reading lower than history"
           END-IF.

       COMPUTE-USAGE-AVG.
           MOVE 0 TO WS-AVG-KWH
           MOVE 0 TO WS-HIST-SUM
      *> rebuilds WS-ACCOUNT-NO's billed/paid totals and the due date
      *> of the bill that first put the account into arrears.
           MOVE 0 TO WS-AR-BILLED WS-AR-PAID WS-AR-BALANCE
               WS-AR-OPEN-DUE WS-AR-NEW-SUR
           OPEN INPUT AR-FILE
           IF WS-AR-STATUS NOT = "00"
               EXIT PARAGRAPH
                       MOVE ARL-DUE-DATE TO WS-AR-OPEN-DUE
                   END-IF
                   ADD ARL-AMOUNT TO WS-AR-BILLED
                   IF ARL-OR-NO = SPACES
                       MOVE 0 TO WS-AR-NEW-SUR
                   END-IF
               WHEN 'S'
                   IF WS-AR-BILLED <= WS-AR-PAID
                       MOVE ARL-DUE-DATE TO WS-AR-OPEN-DUE
                   END-IF
                   ADD ARL-AMOUNT TO WS-AR-BILLED
                   ADD ARL-AMOUNT TO WS-AR-NEW-SUR
               WHEN 'N'
                   CONTINUE
               WHEN OTHER

       DERIVE-OVERDUE.
      *> days overdue and the late surcharge from the ledger figures
      *> COMPUTE-AR-BALANCE just rebuilt. The surcharge itself is
      *> posted by the surcharge run; the bill only carries what was
      *> posted since the last bill, and never into WS-TOTAL-BILL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           IF WS-RESTR-ACTIVE = 'Y' AND WS-RESTR-MISSED = 'N'
               MOVE 0 TO WS-DAYS-OVERDUE
           END-IF
           MOVE WS-AR-NEW-SUR TO WS-SURCHARGE
           IF WS-DAYS-OVERDUE > WS-OVERDUE-THRESHOLD
               MOVE 'Y' TO WS-DISCONNECT-FLAG
           ELSE
               MOVE 'N' TO WS-DISCONNECT-FLAG
           END-IF.

               PERFORM APPEND-AR-RECORD
           END-PERFORM
           ADD 1 TO WS-AUD-TXNS
           DISPLAY (12, 1) "Schedule recorded on the ledger"
           PERFORM SETTLED-SERVICE-CHECK.

       APPEND-AR-BILL.
      *> the bill just written becomes a receivable, due a fixed
           MOVE WS-DUE-DATE TO ARL-DUE-DATE
           MOVE SPACES TO ARL-OR-NO
           MOVE WS-TOTAL-BILL TO ARL-AMOUNT
           PERFORM APPEND-AR-RECORD
           IF WS-ADA-ACCNO > 0
               PERFORM WRITE-ADA-DEBIT
           END-IF.

       WRITE-ADA-DEBIT.
      *> the bank is asked for what the printed bill asks for: the
      *> bill, the month's surcharge and any amortization due.
           OPEN EXTEND ADADEBIT-FILE
           IF WS-ADD-STATUS = "35"
               OPEN OUTPUT ADADEBIT-FILE
           END-IF
           MOVE WS-ACCOUNT-NO TO ADA-ACCOUNT-NO
           MOVE WS-ADA-ACCNO TO ADA-BANK-ACCNO
           MOVE WS-CUST-NAME TO ADA-CUST-NAME
           COMPUTE ADA-AMOUNT = WS-TOTAL-BILL + WS-SURCHARGE
               + WS-AMORT-DUE
           MOVE WS-TODAY-NUM TO ADA-BILL-DATE
           MOVE WS-DUE-DATE TO ADA-DUE-DATE
           WRITE ADADEBIT-LINE FROM ADA-REC
           CLOSE ADADEBIT-FILE.

       APPEND-AR-RECORD.
           OPEN EXTEND AR-FILE
           COMPUTE WS-AR-BALANCE = WS-AR-BALANCE - WS-PAY-AMT
           MOVE WS-AR-BALANCE TO WS-AR-BAL-DISP
           DISPLAY (12, 1) "New Balance: "
           DISPLAY (12, 25) WS-AR-BAL-DISP
           IF WS-AR-BALANCE <= 0
               PERFORM SETTLED-SERVICE-CHECK
           END-IF.

       NOTICE-RTN.
      *> Turns the cycle's flagged accounts into printable notices --
           OPEN OUTPUT NOTICE-FILE
           PERFORM VARYING WS-DISC-IDX FROM 1 BY 1
               UNTIL WS-DISC-IDX > WS-DISC-COUNT
      *> an account closed since it was flagged gets no notice and
      *> no crew visit.
               MOVE DISC-ACCNO(WS-DISC-IDX) TO WS-ACCOUNT-NO
               PERFORM LOOKUP-CUSTOMER
               IF WS-SERVICE-STATUS = 'T'
                   MOVE 0 TO DISC-AREA(WS-DISC-IDX)
               ELSE
                   PERFORM WRITE-ONE-NOTICE
               END-IF
           END-PERFORM
           CLOSE NOTICE-FILE

               MOVE SPACES TO NT-ADDR
           END-IF
           WRITE NOTICE-LINE FROM NT-ADDR-LINE
      *> one open disconnection order per account; a repeat notice
      *> points the crew at the order already out.
           MOVE 0 TO DISC-ORDER(WS-DISC-IDX)
           IF WS-SERVICE-STATUS = 'C'
               MOVE 'D' TO WS-SO-TYPE
               PERFORM SCAN-SVC-ORDERS
               IF WS-SO-OPEN = 'Y'
                   MOVE WS-SO-OPEN-NO TO DISC-ORDER(WS-DISC-IDX)
               ELSE
                   MOVE DISC-AREA(WS-DISC-IDX) TO WS-SO-AREA
                   MOVE DISC-NAME(WS-DISC-IDX) TO SLIP-NAME
                   PERFORM RAISE-SVC-ORDER
                   MOVE WS-SO-NEW-NO TO DISC-ORDER(WS-DISC-IDX)
               END-IF
           END-IF
           MOVE DISC-AMOUNT(WS-DISC-IDX) TO NT-AMT
           WRITE NOTICE-LINE FROM NT-AMT-LINE
           MOVE WS-FINAL-DATE TO NT-PAYBY
                   MOVE DISC-ACCNO(WS-DISC-IDX) TO CREW-ACCNO
                   MOVE DISC-NAME(WS-DISC-IDX) TO CREW-NAME
                   MOVE DISC-AMOUNT(WS-DISC-IDX) TO CREW-AMT
                   MOVE DISC-ORDER(WS-DISC-IDX) TO CREW-ORDER
                   WRITE CREW-LINE FROM CREW-DETAIL
               END-IF
           END-PERFORM.
           WRITE COLLECT-LINE FROM COLL-PAY-HEADER

           MOVE 0 TO WS-CAR-COUNT WS-COLL-PAY-TOTAL WS-COLL-ARREARS
               WS-COLL-SUR-BILL WS-COLL-SUR-TODAY WS-COLL-SUR-COLL
               WS-COLL-SUR-CTDY
           MOVE 'N' TO WS-AR-EOF
           PERFORM UNTIL WS-AR-EOF = 'Y'
               READ AR-FILE
                       + CAR-BILLED(WS-CAR-IDX)
                       - CAR-PAID(WS-CAR-IDX)
               END-IF
               COMPUTE WS-COLL-SUR-COLL = WS-COLL-SUR-COLL
                   + FUNCTION MIN(CAR-PAID(WS-CAR-IDX)
                       CAR-SURCH(WS-CAR-IDX))
               COMPUTE WS-COLL-SUR-CTDY = WS-COLL-SUR-CTDY
                   + FUNCTION MIN(CAR-PAID(WS-CAR-IDX)
                       CAR-SURCH(WS-CAR-IDX))
                   - FUNCTION MIN(CAR-PAID-PRIOR(WS-CAR-IDX)
                       CAR-SURCH(WS-CAR-IDX))
           END-PERFORM
           MOVE WS-COLL-ARREARS TO COLL-ARR-TOT
           WRITE COLLECT-LINE FROM COLL-ARR-TOTAL-LINE
           MOVE SPACES TO COLLECT-LINE
           WRITE COLLECT-LINE
           WRITE COLLECT-LINE FROM COLL-SUR-HEADER
           MOVE "  Billed today..............: " TO COLL-SUR-LABEL
           MOVE WS-COLL-SUR-TODAY TO COLL-SUR-AMT
           WRITE COLLECT-LINE FROM COLL-SUR-LINE
           MOVE "  Billed to date............: " TO COLL-SUR-LABEL
           MOVE WS-COLL-SUR-BILL TO COLL-SUR-AMT
           WRITE COLLECT-LINE FROM COLL-SUR-LINE
           MOVE "  Collected today...........: " TO COLL-SUR-LABEL
           MOVE WS-COLL-SUR-CTDY TO COLL-SUR-AMT
           WRITE COLLECT-LINE FROM COLL-SUR-LINE
           MOVE "  Collected to date.........: " TO COLL-SUR-LABEL
           MOVE WS-COLL-SUR-COLL TO COLL-SUR-AMT
           WRITE COLLECT-LINE FROM COLL-SUR-LINE
           CLOSE COLLECT-FILE
           DISPLAY (12, 1) "Collections report complete".

               WRITE COLLECT-LINE FROM COLL-PAY-LINE
               ADD ARL-AMOUNT TO WS-COLL-PAY-TOTAL
           END-IF
           IF ARL-TYPE = 'S'
               ADD ARL-AMOUNT TO WS-COLL-SUR-BILL
               IF ARL-DATE = WS-TODAY-NUM
                   ADD ARL-AMOUNT TO WS-COLL-SUR-TODAY
               END-IF
           END-IF
           MOVE 'N' TO WS-CAR-FOUND
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
               UNTIL WS-CAR-IDX > WS-CAR-COUNT
                   MOVE ARL-ACCOUNT-NO TO CAR-ACCNO(WS-CAR-IDX)
                   MOVE 0 TO CAR-BILLED(WS-CAR-IDX)
                   MOVE 0 TO CAR-PAID(WS-CAR-IDX)
                   MOVE 0 TO CAR-SURCH(WS-CAR-IDX)
                   MOVE 0 TO CAR-PAID-PRIOR(WS-CAR-IDX)
                   PERFORM FOLD-CAR-ENTRY
               END-IF
           END-IF.
           EVALUATE ARL-TYPE
               WHEN 'B'
                   ADD ARL-AMOUNT TO CAR-BILLED(WS-CAR-IDX)
               WHEN 'S'
                   ADD ARL-AMOUNT TO CAR-BILLED(WS-CAR-IDX)
                   ADD ARL-AMOUNT TO CAR-SURCH(WS-CAR-IDX)
               WHEN 'N'
                   CONTINUE
               WHEN OTHER
                   ADD ARL-AMOUNT TO CAR-PAID(WS-CAR-IDX)
                   IF ARL-DATE < WS-TODAY-NUM
                       ADD ARL-AMOUNT TO CAR-PAID-PRIOR(WS-CAR-IDX)
                   END-IF
           END-EVALUATE.

       SURCHARGE-RUN-RTN.
      *> Posts the month's late-payment surcharge on every account
      *> with unpaid past-due bills. The ledger is gathered into a
      *> per-account table first, then each account is judged and
      *> posted once the file is closed again.
           DISPLAY CLRSCR
           DISPLAY (1, 1) "----------------------------------------"
           DISPLAY (2, 7) "BROWNOUT ELECTRIC COMPANY"
           DISPLAY (3, 7) "LATE PAYMENT SURCHARGE RUN"
           DISPLAY (4, 1) "----------------------------------------"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           COMPUTE WS-DUE-DATE = FUNCTION
               DATE-OF-INTEGER(WS-TODAY-INT + WS-DUE-DAYS)
           OPEN INPUT AR-FILE
           IF WS-AR-STATUS NOT = "00"
               DISPLAY (12, 1) "ERROR: No receivable ledger yet"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SUR-COUNT WS-SUR-POSTED WS-SUR-WAIVED
               WS-SUR-TOTAL
           MOVE 'N' TO WS-SUR-FULL
           MOVE 'N' TO WS-AR-EOF
           PERFORM UNTIL WS-AR-EOF = 'Y'
               READ AR-FILE
                   AT END
                       MOVE 'Y' TO WS-AR-EOF
                   NOT AT END
                       MOVE ARL-LINE TO ARL-REC
                       PERFORM SUR-COLLECT-LINE
               END-READ
           END-PERFORM
           CLOSE AR-FILE
      *> a run that could not hold every account would surcharge
      *> some and silently pass over the rest; nothing is posted.
           IF WS-SUR-FULL = 'Y'
               DISPLAY (12, 1) "ERROR: Too many accounts - none posted"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SURCHG-FILE
           MOVE WS-TODAY-NUM TO SUR-HDR-DATE
           WRITE SURCHG-LINE FROM SUR-HEADER
           MOVE SPACES TO SURCHG-LINE
           WRITE SURCHG-LINE
           WRITE SURCHG-LINE FROM SUR-COLS
           PERFORM VARYING WS-SUR-IDX FROM 1 BY 1
               UNTIL WS-SUR-IDX > WS-SUR-COUNT
               PERFORM SUR-ONE-ACCOUNT
           END-PERFORM
           MOVE SPACES TO SURCHG-LINE
           WRITE SURCHG-LINE
           MOVE WS-SUR-POSTED TO SUR-T-COUNT
           MOVE WS-SUR-TOTAL TO SUR-T-AMT
           WRITE SURCHG-LINE FROM SUR-TOTAL-LINE
           MOVE WS-SUR-WAIVED TO SUR-T-WAIVED
           WRITE SURCHG-LINE FROM SUR-WAIVE-LINE
           CLOSE SURCHG-FILE
           DISPLAY (12, 1) "Surcharges posted: "
           DISPLAY (12, 25) WS-SUR-POSTED
           DISPLAY (13, 1) "Surcharge run complete".

       SUR-COLLECT-LINE.
           MOVE 'N' TO WS-SUR-FOUND
           PERFORM VARYING WS-SUR-IDX FROM 1 BY 1
               UNTIL WS-SUR-IDX > WS-SUR-COUNT
               IF SUR-ACCNO(WS-SUR-IDX) = ARL-ACCOUNT-NO
                   MOVE 'Y' TO WS-SUR-FOUND
                   PERFORM FOLD-SUR-ENTRY
               END-IF
           END-PERFORM
           IF WS-SUR-FOUND = 'N' AND WS-SUR-COUNT >= 5000
               MOVE 'Y' TO WS-SUR-FULL
           END-IF
           IF WS-SUR-FOUND = 'N'
               IF WS-SUR-COUNT < 5000
                   ADD 1 TO WS-SUR-COUNT
                   SET WS-SUR-IDX TO WS-SUR-COUNT
                   MOVE ARL-ACCOUNT-NO TO SUR-ACCNO(WS-SUR-IDX)
                   MOVE 0 TO SUR-PASTDUE(WS-SUR-IDX)
                   MOVE 0 TO SUR-SCHG(WS-SUR-IDX)
                   MOVE 0 TO SUR-PAID(WS-SUR-IDX)
                   MOVE 'N' TO SUR-DONE(WS-SUR-IDX)
                   PERFORM FOLD-SUR-ENTRY
               END-IF
           END-IF.

       FOLD-SUR-ENTRY.
      *> an 'S' line already dated this month means the account has
      *> had its surcharge for the month.
           EVALUATE ARL-TYPE
               WHEN 'B'
                   IF ARL-DUE-DATE < WS-TODAY-NUM
                       ADD ARL-AMOUNT TO SUR-PASTDUE(WS-SUR-IDX)
                   END-IF
               WHEN 'S'
                   ADD ARL-AMOUNT TO SUR-SCHG(WS-SUR-IDX)
                   IF ARL-DATE(1:6) = WS-TODAY-NUM(1:6)
                       MOVE 'Y' TO SUR-DONE(WS-SUR-IDX)
                   END-IF
               WHEN 'N'
                   CONTINUE
               WHEN OTHER
                   ADD ARL-AMOUNT TO SUR-PAID(WS-SUR-IDX)
           END-EVALUATE.

       SUR-ONE-ACCOUNT.
           IF SUR-DONE(WS-SUR-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF SUR-PAID(WS-SUR-IDX) > SUR-SCHG(WS-SUR-IDX)
               COMPUTE WS-SUR-BILL-PAID =
                   SUR-PAID(WS-SUR-IDX) - SUR-SCHG(WS-SUR-IDX)
           ELSE
               MOVE 0 TO WS-SUR-BILL-PAID
           END-IF
           IF SUR-PASTDUE(WS-SUR-IDX) <= WS-SUR-BILL-PAID
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SUR-BASE =
               SUR-PASTDUE(WS-SUR-IDX) - WS-SUR-BILL-PAID
           MOVE SUR-ACCNO(WS-SUR-IDX) TO WS-ACCOUNT-NO
           MOVE SUR-ACCNO(WS-SUR-IDX) TO SUR-L-ACCNO
           MOVE WS-SUR-BASE TO SUR-L-BASE
           PERFORM CHECK-RESTRUCTURE
           IF WS-RESTR-ACTIVE = 'Y' AND WS-RESTR-MISSED = 'N'
               MOVE 0 TO SUR-L-AMT
               MOVE "Waived - on schedule" TO SUR-L-NOTE
               WRITE SURCHG-LINE FROM SUR-LINE
               ADD 1 TO WS-SUR-WAIVED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SUR-AMT ROUNDED = WS-SUR-BASE * WS-SURCHARGE-RATE
           IF WS-SUR-AMT < WS-SURCHARGE-MIN
               MOVE WS-SURCHARGE-MIN TO WS-SUR-AMT
           END-IF
           MOVE 'S' TO ARL-TYPE
           MOVE WS-ACCOUNT-NO TO ARL-ACCOUNT-NO
           MOVE WS-TODAY-NUM TO ARL-DATE
           MOVE WS-DUE-DATE TO ARL-DUE-DATE
           MOVE SPACES TO ARL-OR-NO
           MOVE WS-SUR-AMT TO ARL-AMOUNT
           PERFORM APPEND-AR-RECORD
           MOVE WS-SUR-AMT TO SUR-L-AMT
           MOVE SPACES TO SUR-L-NOTE
           WRITE SURCHG-LINE FROM SUR-LINE
           ADD 1 TO WS-SUR-POSTED
           ADD WS-SUR-AMT TO WS-SUR-TOTAL
           ADD 1 TO WS-AUD-TXNS
           ADD WS-SUR-AMT TO WS-AUD-AMOUNT.



       UPDATE-MAX-USAGE.
           END-PERFORM

           OPEN OUTPUT ROUTE-FILE
           MOVE 0 TO WS-GEN-COUNT WS-SO-HELD
           MOVE 'N' TO WS-CM-EOF
           MOVE LOW-VALUES TO CM-ACCOUNT-NO
           START CUST-MASTER KEY IS NOT LESS THAN CM-ACCOUNT-NO
                       MOVE 'Y' TO WS-CM-EOF
               END-READ
               IF WS-CM-EOF = 'N'
      *> a cut meter has nothing to read until the crew restores it.
                   IF CM-AREA-CODE NUMERIC
                       AND CM-AREA-CODE = WS-GEN-AREA
                       IF CM-SERVICE-STATUS = 'D' OR 'R' OR 'T'
                           ADD 1 TO WS-SO-HELD
                       ELSE
                           PERFORM GEN-ONE-ROUTE-REC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ROUTE-FILE
           DISPLAY (8, 1) "Accounts on route: "
           DISPLAY (8, 25) WS-GEN-COUNT
           DISPLAY (9, 1) "Held off route: "
           DISPLAY (9, 25) WS-SO-HELD.

       GEN-ONE-ROUTE-REC.
           MOVE CM-ACCOUNT-NO TO WS-ACCOUNT-NO
           MOVE 0 TO RT-CURR-READ
           MOVE CM-ACCT-CODE TO RT-ACCOUNT-CODE
           MOVE CM-AREA-CODE TO RT-AREA-CODE
           MOVE CM-METER-SERIAL TO RT-METER-SERIAL
           IF WS-MH-FOUND = 'Y'
               MOVE MH-LAST-READ TO RT-LAST-READ
           ELSE
                           WS-CURR-READ - WS-PREV-READ
                   END-IF
               END-IF
      *> a meter changed out since the last bill adds the old
      *> meter's final span.
               ADD WS-CHG-PEND-KWH TO WS-KWH-USED
               PERFORM SET-PRICE-RTN
               PERFORM COMPUTE-BILL-RTN
      *> arrears are derived in the batch too, so a chronically unpaid
               EXIT PARAGRAPH
           END-IF
           MOVE RT-ACCOUNT-NO TO WS-ACCOUNT-NO
           PERFORM LOOKUP-CUSTOMER
           IF WS-SERVICE-STATUS = 'T'
               MOVE "Account terminated" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-SERVICE-STATUS NOT = 'C'
               MOVE "Service disconnected" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-METER-HISTORY
           IF WS-MH-FOUND = 'N'
               MOVE "No meter history on file" TO WS-REJ-REASON
           END-IF
           MOVE 'N' TO WS-EST-FLAG
           MOVE 'N' TO WS-ZERO-USAGE
           MOVE 'N' TO WS-ROLLOVER
           IF RT-CURR-READ = 0
      *> unread meter on the route: bill its historical average and
      *> mark it ESTIMATED; no history means nothing to estimate from.
                   IF MH-EST-OUT = 'Y'
                       MOVE 'Y' TO WS-ZERO-USAGE
                   ELSE
      *> a rollover needs the biller's confirmation, which only the
      *> keyed entry can give.
                       MOVE RT-CURR-READ TO WS-CURR-READ
                       PERFORM CHECK-ROLLOVER
                       IF WS-ROLLOVER = 'Y'
                           MOVE 'N' TO WS-ROLLOVER
                           MOVE "Register rollover - confirm and key"
                               TO WS-REJ-REASON
                       ELSE
                           MOVE "Reading lower than history"
                               TO WS-REJ-REASON
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   PERFORM COMPUTE-USAGE-AVG
                   IF WS-AVG-KWH > 0 AND MH-HIST-COUNT >= 3
                       AND (RT-CURR-READ - WS-PREV-READ
                           + WS-CHG-PEND-KWH > WS-AVG-KWH * 2
                       OR (RT-CURR-READ - WS-PREV-READ
                           + WS-CHG-PEND-KWH) * 2 < WS-AVG-KWH)
                       MOVE "Usage far off pattern - verify"
                           TO WS-REJ-REASON
                       EXIT PARAGRAPH
           MOVE 'N' TO FLAGSW
           PERFORM AREA-CODE-RTN UNTIL FLAGSW = 'Y'

      *> a meter may only follow a moved-out occupant; the prior
      *> account's last reading is shown as the starting point.
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               MOVE SPACES TO WS-METER-SERIAL
               DISPLAY (15, 1) "Meter Serial No: "
               ACCEPT (15, 25) WS-METER-SERIAL
               PERFORM CHECK-METER-SERIAL
               IF WS-SERIAL-INUSE = 'Y'
                   DISPLAY (19, 1) "ERROR: Meter is on live account "
                   DISPLAY (19, 33) WS-SERIAL-ACCNO
               ELSE
                   DISPLAY (19, 1)
                       "                                           "
                   MOVE 'Y' TO FLAGSW
               END-IF
           END-PERFORM
           IF WS-SERIAL-PRIOR = 'Y'
               DISPLAY (19, 1) "Last read on prior account: "
               DISPLAY (19, 30) WS-SERIAL-READ
           END-IF
           DISPLAY (16, 1) "Meter Initial Reading: "
           ACCEPT (16, 25) WS-APP-INIT-READ

               MOVE WS-APP-METER-DEP TO WS-APP-DEP-IN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           MOVE WS-APP-DEP-IN TO WS-DEPOSIT-AMT
           MOVE WS-TODAY-NUM TO WS-DEPOSIT-DATE
           PERFORM SAVE-CUSTOMER

      *> opening receivables, due on standard terms.
           MOVE WS-ACCOUNT-NO TO ARL-ACCOUNT-NO
           MOVE WS-TODAY-NUM TO ARL-DATE
           MOVE WS-DUE-DATE TO ARL-DUE-DATE
      *> the fee and the deposit are tagged so the general ledger
      *> can send each to its own account.
           MOVE "APPFEE" TO ARL-OR-NO
           MOVE WS-APP-FEE-IN TO ARL-AMOUNT
           PERFORM APPEND-AR-RECORD
           MOVE "METERDEP" TO ARL-OR-NO
           MOVE WS-APP-DEP-IN TO ARL-AMOUNT
           PERFORM APPEND-AR-RECORD

               MOVE 0 TO MH-HIST-KWH(WS-HX-J)
           END-PERFORM
           MOVE 'N' TO MH-EST-OUT
           MOVE 0 TO MH-CHG-PEND-KWH MH-CHG-DATE
           MOVE 0 TO MH-LAST-BILLED
           MOVE 'N' TO MH-LAST-EST
           IF WS-MH-FOUND = 'Y'
               REWRITE MH-REC
           ELSE
           ADD 1 TO WS-AUD-TXNS
           DISPLAY (20, 1) "Application recorded - account is live".

       METER-CHANGE-RTN.
      *> A meter replaced in the field: the old meter's final reading
      *> closes its span, which waits on the history to be billed
      *> with the new meter's first span; the new meter's serial and
      *> initial reading take over from the change date.
           DISPLAY CLRSCR
           DISPLAY (1, 1) "----------------------------------------"
           DISPLAY (2, 7) "BROWNOUT ELECTRIC COMPANY"
           DISPLAY (3, 10) "METER CHANGE-OUT"
           DISPLAY (4, 1) "----------------------------------------"
           DISPLAY (6, 1) "Account Number: "
           ACCEPT (6, 25) WS-ACCOUNT-NO
           PERFORM LOOKUP-CUSTOMER
           IF WS-CM-FOUND = 'N'
               DISPLAY (8, 1) "ERROR: Account not on the master"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-METER-HISTORY
           IF WS-MH-FOUND = 'N'
               DISPLAY (8, 1) "ERROR: No meter history on file"
               EXIT PARAGRAPH
           END-IF
           DISPLAY (7, 1) "Customer Name: "
           DISPLAY (7, 25) CM-CUST-NAME
           DISPLAY (8, 1) "Old Meter Serial: "
           DISPLAY (8, 25) WS-METER-SERIAL
           DISPLAY (9, 1) "Last Billed Reading: "
           DISPLAY (9, 25) WS-PREV-READ

      *> the old meter's final reading; below the last billed one
      *> only while an estimate is outstanding (nothing more to bill)
      *> or across a rollover.
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY (10, 1) "Old Meter Final Reading: "
               ACCEPT (10, 27) WS-CHG-OLD-FINAL
               MOVE WS-CHG-OLD-FINAL TO WS-CURR-READ
               EVALUATE TRUE
                   WHEN WS-CHG-OLD-FINAL >= WS-PREV-READ
                       COMPUTE WS-CHG-SPAN =
                           WS-CHG-OLD-FINAL - WS-PREV-READ
                       MOVE 'Y' TO FLAGSW
                   WHEN MH-EST-OUT = 'Y'
                       MOVE 0 TO WS-CHG-SPAN
                       MOVE 'Y' TO FLAGSW
                   WHEN OTHER
                       PERFORM CHECK-ROLLOVER
                       IF WS-ROLLOVER = 'Y'
                           PERFORM CONFIRM-ROLLOVER
                       ELSE
                           DISPLAY (11, 1)
                               "ERROR: Reading lower than history"
                       END-IF
                       IF WS-ROLLOVER = 'Y'
                           COMPUTE WS-CHG-SPAN = WS-REG-LIMIT
                               - WS-PREV-READ + WS-CHG-OLD-FINAL
                       END-IF
               END-EVALUATE
           END-PERFORM
           DISPLAY (11, 1) "                                  "

           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               MOVE SPACES TO WS-CHG-NEW-SERIAL
               DISPLAY (12, 1) "New Meter Serial: "
               ACCEPT (12, 27) WS-CHG-NEW-SERIAL
               IF WS-CHG-NEW-SERIAL = SPACES
                   OR WS-CHG-NEW-SERIAL = WS-METER-SERIAL
                   DISPLAY (13, 1) "ERROR: Enter the new meter's serial"
               ELSE
                   DISPLAY (13, 1) "                                   "
                   MOVE 'Y' TO FLAGSW
               END-IF
           END-PERFORM
           DISPLAY (14, 1) "New Meter Initial Reading: "
           ACCEPT (14, 29) WS-CHG-NEW-INIT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               MOVE 0 TO WS-CHG-DATE
               DISPLAY (15, 1) "Change Date (0=today): "
               ACCEPT (15, 27) WS-CHG-DATE
               IF WS-CHG-DATE = 0
                   MOVE WS-TODAY-NUM TO WS-CHG-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHG-DATE) = 0
                   AND WS-CHG-DATE <= WS-TODAY-NUM
                   DISPLAY (16, 1) "                                  "
                   MOVE 'Y' TO FLAGSW
               ELSE
                   DISPLAY (16, 1) "ERROR: Not a valid past date      "
               END-IF
           END-PERFORM

           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY (17, 1) "Record change-out (Y/N): "
               ACCEPT (17, 27) WS-CHG-ANS
               MOVE FUNCTION UPPER-CASE(WS-CHG-ANS) TO WS-CHG-ANS
               IF WS-CHG-ANS = 'Y' OR WS-CHG-ANS = 'N'
                   MOVE 'Y' TO FLAGSW
               END-IF
           END-PERFORM
           IF WS-CHG-ANS = 'N'
               DISPLAY (19, 1) "Change-out not recorded"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACCOUNT-NO TO MCL-ACCNO
           MOVE WS-CHG-DATE TO MCL-CHG-DATE
           MOVE WS-METER-SERIAL TO MCL-OLD-SERIAL
           MOVE WS-PREV-READ TO MCL-OLD-LAST
           MOVE WS-CHG-OLD-FINAL TO MCL-OLD-FINAL
           MOVE WS-CHG-SPAN TO MCL-OLD-SPAN
           MOVE WS-CHG-NEW-SERIAL TO MCL-NEW-SERIAL
           MOVE WS-CHG-NEW-INIT TO MCL-NEW-INIT
           MOVE WS-OPERATOR-ID TO MCL-OPERATOR
           MOVE WS-TODAY-NUM TO MCL-LOGGED

      *> a second change in the same cycle adds to the span waiting.
           ADD WS-CHG-SPAN TO WS-CHG-PEND-KWH
           MOVE WS-CHG-PEND-KWH TO MH-CHG-PEND-KWH
           MOVE WS-CHG-DATE TO MH-CHG-DATE
           MOVE WS-CHG-NEW-INIT TO MH-LAST-READ
           MOVE 'N' TO MH-EST-OUT
           REWRITE MH-REC

           MOVE WS-CHG-NEW-SERIAL TO CM-METER-SERIAL
           REWRITE CM-REC

           OPEN EXTEND METERCHG-FILE
           IF WS-MCL-STATUS = "35"
               OPEN OUTPUT METERCHG-FILE
           END-IF
           WRITE METERCHG-LINE FROM MCL-REC
           CLOSE METERCHG-FILE
           ADD 1 TO WS-AUD-TXNS
           DISPLAY (19, 1) "Change-out recorded - old meter kWh: "
           DISPLAY (19, 39) WS-CHG-SPAN.

       SETTLED-SERVICE-CHECK.
      *> WS-ACCOUNT-NO has just been paid up or put on a note: a cut
      *> account gets its reconnection order and fee, and a cut not
      *> yet made is called off.
           PERFORM LOOKUP-CUSTOMER
           IF WS-CM-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-SERVICE-STATUS
               WHEN 'D'
                   PERFORM RAISE-RECONNECTION
               WHEN 'C'
                   PERFORM CANCEL-DISCONNECTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RAISE-RECONNECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           COMPUTE WS-DUE-DATE = FUNCTION
               DATE-OF-INTEGER(WS-TODAY-INT + WS-DUE-DAYS)
           MOVE 'B' TO ARL-TYPE
           MOVE WS-ACCOUNT-NO TO ARL-ACCOUNT-NO
           MOVE WS-TODAY-NUM TO ARL-DATE
           MOVE WS-DUE-DATE TO ARL-DUE-DATE
           MOVE "RECONNECT" TO ARL-OR-NO
           MOVE WS-RECON-FEE TO ARL-AMOUNT
           PERFORM APPEND-AR-RECORD
           MOVE 'R' TO CM-SERVICE-STATUS
           REWRITE CM-REC
           MOVE 'R' TO WS-SO-TYPE
           MOVE CM-AREA-CODE TO WS-SO-AREA
           MOVE CM-CUST-NAME TO SLIP-NAME
           PERFORM RAISE-SVC-ORDER
           DISPLAY (14, 1) "Reconnection order raised: "
           DISPLAY (14, 29) WS-SO-NEW-NO.

       CANCEL-DISCONNECTION.
           MOVE 'D' TO WS-SO-TYPE
           PERFORM CANCEL-OPEN-ORDER
           IF WS-SO-OPEN = 'Y'
               DISPLAY (14, 1) "Disconnection order cancelled: "
               DISPLAY (14, 33) WS-SO-OPEN-NO
           END-IF.

       CANCEL-OPEN-ORDER.
      *> calls off WS-ACCOUNT-NO's open WS-SO-TYPE order, if any.
           PERFORM SCAN-SVC-ORDERS
           IF WS-SO-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SO-OPEN-NO TO SO-ORDER-NO
           READ SVC-ORDER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           MOVE WS-TODAY-NUM TO SO-DONE-DATE
           MOVE 'X' TO SO-RESULT
           REWRITE SO-REC.

       SCAN-SVC-ORDERS.
      *> one pass over the orders: the last number issued, and any
      *> order of type WS-SO-TYPE still open on WS-ACCOUNT-NO.
           MOVE 0 TO WS-SO-LAST-NO WS-SO-OPEN-NO
           MOVE 'N' TO WS-SO-OPEN WS-SO-EOF
           MOVE 0 TO SO-ORDER-NO
           START SVC-ORDER KEY IS NOT LESS THAN SO-ORDER-NO
               INVALID KEY
                   MOVE 'Y' TO WS-SO-EOF
           END-START
           PERFORM UNTIL WS-SO-EOF = 'Y'
               READ SVC-ORDER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SO-EOF
               END-READ
               IF WS-SO-EOF = 'N'
                   MOVE SO-ORDER-NO TO WS-SO-LAST-NO
                   IF SO-ACCOUNT-NO = WS-ACCOUNT-NO
                       AND SO-TYPE = WS-SO-TYPE
                       AND SO-RESULT = SPACE
                       MOVE 'Y' TO WS-SO-OPEN
                       MOVE SO-ORDER-NO TO WS-SO-OPEN-NO
                   END-IF
               END-IF
           END-PERFORM.

       RAISE-SVC-ORDER.
      *> a new WS-SO-TYPE order on WS-ACCOUNT-NO for the area's crew,
      *> with its slip; SLIP-NAME is set by the caller.
           PERFORM SCAN-SVC-ORDERS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           COMPUTE WS-SO-NEW-NO = WS-SO-LAST-NO + 1
           MOVE WS-SO-NEW-NO TO SO-ORDER-NO
           MOVE WS-SO-TYPE TO SO-TYPE
           MOVE WS-ACCOUNT-NO TO SO-ACCOUNT-NO
           MOVE WS-SO-AREA TO SO-AREA
           MOVE WS-TODAY-NUM TO SO-ISSUED
           MOVE SPACES TO SO-CREW
           STRING "AREA " WS-SO-AREA DELIMITED BY SIZE INTO SO-CREW
           MOVE 0 TO SO-DONE-DATE
           MOVE SPACE TO SO-RESULT
           WRITE SO-REC
           ADD 1 TO WS-AUD-TXNS
           MOVE SO-ORDER-NO TO SLIP-ORDER-NO
           IF SO-TYPE = 'D'
               MOVE "DISCONNECT" TO SLIP-TYPE
           ELSE
               MOVE "RECONNECT" TO SLIP-TYPE
           END-IF
           MOVE SO-ACCOUNT-NO TO SLIP-ACCNO
           MOVE SO-AREA TO SLIP-AREA
           MOVE SO-ISSUED TO SLIP-ISSUED
           MOVE SO-CREW TO SLIP-CREW
           OPEN EXTEND SVCSLIP-FILE
           IF WS-SLIP-STATUS = "35"
               OPEN OUTPUT SVCSLIP-FILE
           END-IF
           WRITE SVCSLIP-LINE FROM SLIP-REC
           CLOSE SVCSLIP-FILE.

       SVC-COMPLETE-RTN.
      *> A crew's report on one order: who did it, when, and whether
      *> the service was actually cut or restored. Only a completed
      *> order changes the customer's service status; a reconnection
      *> the crew could not make goes straight back out.
           DISPLAY CLRSCR
           DISPLAY (1, 1) "----------------------------------------"
           DISPLAY (2, 7) "BROWNOUT ELECTRIC COMPANY"
           DISPLAY (3, 7) "SERVICE ORDER COMPLETION"
           DISPLAY (4, 1) "----------------------------------------"
           DISPLAY (6, 1) "Order Number: "
           ACCEPT (6, 25) WS-SO-KEY-IN
           MOVE WS-SO-KEY-IN TO SO-ORDER-NO
           READ SVC-ORDER
               INVALID KEY
                   DISPLAY (8, 1) "ERROR: No such service order"
                   EXIT PARAGRAPH
           END-READ
           IF SO-RESULT NOT = SPACE
               DISPLAY (8, 1) "ERROR: Order already closed"
               EXIT PARAGRAPH
           END-IF
           DISPLAY (7, 1) "Type: "
           IF SO-TYPE = 'D'
               DISPLAY (7, 25) "DISCONNECT"
           ELSE
               DISPLAY (7, 25) "RECONNECT"
           END-IF
           DISPLAY (8, 1) "Account Number: "
           DISPLAY (8, 25) SO-ACCOUNT-NO
           DISPLAY (9, 1) "Issued: "
           DISPLAY (9, 25) SO-ISSUED

           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               MOVE SPACES TO WS-SO-CREW-IN
               DISPLAY (10, 1) "Crew: "
               ACCEPT (10, 25) WS-SO-CREW-IN
               IF WS-SO-CREW-IN = SPACES
                   DISPLAY (11, 1) "ERROR: Crew is required"
               ELSE
                   DISPLAY (11, 1) "                       "
                   MOVE 'Y' TO FLAGSW
               END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               MOVE 0 TO WS-SO-DATE-IN
               DISPLAY (12, 1) "Date Done (0=today): "
               ACCEPT (12, 25) WS-SO-DATE-IN
               IF WS-SO-DATE-IN = 0
                   MOVE WS-TODAY-NUM TO WS-SO-DATE-IN
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-SO-DATE-IN) = 0
                   AND WS-SO-DATE-IN >= SO-ISSUED
                   AND WS-SO-DATE-IN <= WS-TODAY-NUM
                   DISPLAY (13, 1) "                                 "
                   MOVE 'Y' TO FLAGSW
               ELSE
                   DISPLAY (13, 1) "ERROR: Not between issue and today"
               END-IF
           END-PERFORM
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY (14, 1) "Result (C=done/U=unable): "
               ACCEPT (14, 28) WS-SO-RESULT-IN
               MOVE FUNCTION UPPER-CASE(WS-SO-RESULT-IN)
                   TO WS-SO-RESULT-IN
               IF WS-SO-RESULT-IN = 'C' OR WS-SO-RESULT-IN = 'U'
                   MOVE 'Y' TO FLAGSW
               END-IF
           END-PERFORM

           MOVE WS-SO-CREW-IN TO SO-CREW
           MOVE WS-SO-DATE-IN TO SO-DONE-DATE
           MOVE WS-SO-RESULT-IN TO SO-RESULT
           REWRITE SO-REC
           ADD 1 TO WS-AUD-TXNS
           MOVE SO-ACCOUNT-NO TO WS-ACCOUNT-NO
           MOVE SO-TYPE TO WS-SO-TYPE
           MOVE SO-AREA TO WS-SO-AREA
           PERFORM LOOKUP-CUSTOMER
           IF WS-CM-FOUND = 'N'
               DISPLAY (16, 1) "Order closed - account not on master"
               EXIT PARAGRAPH
           END-IF
           IF WS-SO-RESULT-IN = 'C'
               IF WS-SO-TYPE = 'D'
                   MOVE 'D' TO CM-SERVICE-STATUS
               ELSE
                   MOVE 'C' TO CM-SERVICE-STATUS
               END-IF
               REWRITE CM-REC
               DISPLAY (16, 1) "Order closed - service status updated"
           ELSE
               IF WS-SO-TYPE = 'R'
                   MOVE CM-CUST-NAME TO SLIP-NAME
                   PERFORM RAISE-SVC-ORDER
                   DISPLAY (16, 1) "Reconnection re-issued as order: "
                   DISPLAY (16, 35) WS-SO-NEW-NO
               ELSE
                   DISPLAY (16, 1) "Order closed - service not cut"
               END-IF
           END-IF.

       CHECK-METER-SERIAL.
      *> is WS-METER-SERIAL on another account already -- a live one
      *> (refused) or a moved-out one (the meter passes on)?
           MOVE 'N' TO WS-SERIAL-INUSE WS-SERIAL-PRIOR
           MOVE 0 TO WS-SERIAL-READ
           IF WS-METER-SERIAL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CM-EOF
           MOVE LOW-VALUES TO CM-ACCOUNT-NO
           START CUST-MASTER KEY IS NOT LESS THAN CM-ACCOUNT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-CM-EOF
           END-START
           PERFORM UNTIL WS-CM-EOF = 'Y'
               READ CUST-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CM-EOF
               END-READ
               IF WS-CM-EOF = 'N'
                   AND CM-METER-SERIAL = WS-METER-SERIAL
                   IF CM-SERVICE-STATUS = 'T'
                       MOVE 'Y' TO WS-SERIAL-PRIOR
                       MOVE CM-ACCOUNT-NO TO MH-ACCOUNT-NO
                       READ METER-HISTORY
                           NOT INVALID KEY
                               MOVE MH-LAST-READ TO WS-SERIAL-READ
                       END-READ
                   ELSE
                       MOVE 'Y' TO WS-SERIAL-INUSE
                       MOVE CM-ACCOUNT-NO TO WS-SERIAL-ACCNO
                   END-IF
               END-IF
           END-PERFORM.

       TERMINATE-RTN.
      *> Move-out: an off-cycle final reading priced into a final
      *> bill, the meter deposit (plus interest) applied against the
      *> whole balance, the excess refunded or the shortfall sent to
      *> the final-notice list, and the account closed so it drops
      *> off routes and notices and its meter can be reassigned.
           DISPLAY CLRSCR
           DISPLAY (1, 1) "----------------------------------------"
           DISPLAY (2, 7) "BROWNOUT ELECTRIC COMPANY"
           DISPLAY (3, 8) "MOVE-OUT / FINAL BILL"
           DISPLAY (4, 1) "----------------------------------------"
           DISPLAY (6, 1) "Account Number: "
           ACCEPT (6, 25) WS-ACCOUNT-NO
           PERFORM LOOKUP-CUSTOMER
           IF WS-CM-FOUND = 'N'
               DISPLAY (8, 1) "ERROR: Account not on the master"
               EXIT PARAGRAPH
           END-IF
           IF WS-SERVICE-STATUS = 'T'
               DISPLAY (8, 1) "ERROR: Account already terminated"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-METER-HISTORY
           IF WS-MH-FOUND = 'N'
               DISPLAY (8, 1) "ERROR: No meter history on file"
               EXIT PARAGRAPH
           END-IF
           MOVE CM-CUST-NAME TO WS-CUST-NAME
           MOVE CM-ADDRESS TO WS-CUST-ADDR
           MOVE CM-ACCT-CODE TO WS-ACCOUNT-CODE
           DISPLAY (7, 1) "Customer Name: "
           DISPLAY (7, 25) WS-CUST-NAME
           IF WS-ACCOUNT-CODE NOT = 'R' AND WS-ACCOUNT-CODE NOT = 'C'
               AND WS-ACCOUNT-CODE NOT = 'I'
               MOVE 'N' TO FLAGSW
               PERFORM ACC-CODE-RTN UNTIL FLAGSW = 'Y'
           END-IF
           IF CM-AREA-CODE NUMERIC AND CM-AREA-CODE >= 1
               AND CM-AREA-CODE <= 3
               MOVE CM-AREA-CODE TO WS-AREA-CODE
           ELSE
               MOVE 'N' TO FLAGSW
               PERFORM AREA-CODE-RTN UNTIL FLAGSW = 'Y'
           END-IF

           MOVE 'N' TO FLAGSW
           PERFORM KWH-USED-RTN UNTIL FLAGSW = 'Y'
           PERFORM SET-PRICE-RTN
           PERFORM COMPUTE-BILL-RTN
           PERFORM COMPUTE-AR-BALANCE
           PERFORM DERIVE-OVERDUE
      *> a closing account is not sent a disconnection notice.
           MOVE 'N' TO WS-DISCONNECT-FLAG
           PERFORM WRITE-BILLING-DETAIL
      *> the final bill is settled from the deposit, not the bank.
           MOVE 0 TO WS-ADA-ACCNO
           PERFORM APPEND-AR-BILL
           PERFORM WRITE-BILL-DOC
           PERFORM UPDATE-METER-HISTORY
           MOVE WS-TOTAL-BILL TO WS-TRM-DISP
           DISPLAY (12, 1) "Final Bill: "
           DISPLAY (12, 25) WS-TRM-DISP

      *> the deposit against everything now owed, final bill included.
           PERFORM COMPUTE-AR-BALANCE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           MOVE 0 TO WS-DEP-INTEREST
           IF WS-DEP-INT-POLICY = 'Y' AND WS-DEPOSIT-AMT > 0
               AND WS-DEPOSIT-DATE > 0
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-DEPOSIT-DATE) = 0
               AND WS-DEPOSIT-DATE < WS-TODAY-NUM
               COMPUTE WS-DEP-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-DEPOSIT-DATE)
               COMPUTE WS-DEP-INTEREST ROUNDED = WS-DEPOSIT-AMT
                   * WS-DEP-INT-RATE * WS-DEP-DAYS / 365
           END-IF
           COMPUTE WS-DEP-CREDIT = WS-DEPOSIT-AMT + WS-DEP-INTEREST
           MOVE 0 TO WS-DEP-APPLIED WS-DEP-REFUND WS-TRM-SHORT
           IF WS-AR-BALANCE > 0
               IF WS-DEP-CREDIT < WS-AR-BALANCE
                   MOVE WS-DEP-CREDIT TO WS-DEP-APPLIED
                   COMPUTE WS-TRM-SHORT =
                       WS-AR-BALANCE - WS-DEP-CREDIT
               ELSE
                   MOVE WS-AR-BALANCE TO WS-DEP-APPLIED
               END-IF
           END-IF
           COMPUTE WS-DEP-REFUND = WS-DEP-CREDIT - WS-DEP-APPLIED

      *> the deposit and its interest are both credited to the
      *> account like payments, each tagged for its own GL account:
      *> the deposit clears the deposit held, the interest is the
      *> company's expense. What the balance does not take is paid
      *> back on the refund voucher and charged out again, so the
      *> ledger ends at the shortfall or at nil.
           MOVE WS-ACCOUNT-NO TO ARL-ACCOUNT-NO
           MOVE WS-TODAY-NUM TO ARL-DATE
           MOVE 0 TO ARL-DUE-DATE
           MOVE 'D' TO ARL-TYPE
           IF WS-DEPOSIT-AMT > 0
               MOVE "DEPOSIT" TO ARL-OR-NO
               MOVE WS-DEPOSIT-AMT TO ARL-AMOUNT
               PERFORM APPEND-AR-RECORD
           END-IF
           IF WS-DEP-INTEREST > 0
               MOVE "DEPINT" TO ARL-OR-NO
               MOVE WS-DEP-INTEREST TO ARL-AMOUNT
               PERFORM APPEND-AR-RECORD
           END-IF
           IF WS-DEP-REFUND > 0
               MOVE 'B' TO ARL-TYPE
               MOVE WS-TODAY-NUM TO ARL-DUE-DATE
               MOVE "DEPREFUND" TO ARL-OR-NO
               MOVE WS-DEP-REFUND TO ARL-AMOUNT
               PERFORM APPEND-AR-RECORD
           END-IF
           IF WS-DEP-REFUND > 0
               MOVE WS-TODAY-NUM TO RFV-DATE
               MOVE WS-ACCOUNT-NO TO RFV-ACCNO
               MOVE WS-CUST-NAME TO RFV-NAME
               MOVE WS-DEPOSIT-AMT TO RFV-DEPOSIT
               MOVE WS-DEP-INTEREST TO RFV-INTEREST
               MOVE WS-DEP-APPLIED TO RFV-APPLIED
               MOVE WS-DEP-REFUND TO RFV-REFUND
               OPEN EXTEND REFUND-FILE
               IF WS-RFV-STATUS = "35"
                   OPEN OUTPUT REFUND-FILE
               END-IF
               WRITE REFUND-LINE FROM RFV-REC
               CLOSE REFUND-FILE
           END-IF
           IF WS-TRM-SHORT > 0
               MOVE WS-TODAY-NUM TO FNL-DATE
               MOVE WS-ACCOUNT-NO TO FNL-ACCNO
               MOVE WS-CUST-NAME TO FNL-NAME
               MOVE WS-CUST-ADDR TO FNL-ADDR
               MOVE WS-TRM-SHORT TO FNL-AMOUNT
               OPEN EXTEND FINALNTC-FILE
               IF WS-FNL-STATUS = "35"
                   OPEN OUTPUT FINALNTC-FILE
               END-IF
               WRITE FINALNTC-LINE FROM FNL-REC
               CLOSE FINALNTC-FILE
           END-IF

      *> closed: nothing left for a crew to cut or restore.
           MOVE 'D' TO WS-SO-TYPE
           PERFORM CANCEL-OPEN-ORDER
           MOVE 'R' TO WS-SO-TYPE
           PERFORM CANCEL-OPEN-ORDER
           PERFORM LOOKUP-CUSTOMER
           MOVE 'T' TO CM-SERVICE-STATUS
           MOVE 0 TO CM-DEPOSIT-AMT
           MOVE 0 TO CM-ADA-ACCNO
           REWRITE CM-REC
           ADD 1 TO WS-AUD-TXNS

           MOVE WS-DEP-CREDIT TO WS-TRM-DISP
           DISPLAY (13, 1) "Deposit + Interest: "
           DISPLAY (13, 25) WS-TRM-DISP
           MOVE WS-DEP-APPLIED TO WS-TRM-DISP
           DISPLAY (14, 1) "Applied to Balance: "
           DISPLAY (14, 25) WS-TRM-DISP
           IF WS-DEP-REFUND > 0
               MOVE WS-DEP-REFUND TO WS-TRM-DISP
               DISPLAY (15, 1) "Refund Voucher: "
               DISPLAY (15, 25) WS-TRM-DISP
           END-IF
           IF WS-TRM-SHORT > 0
               MOVE WS-TRM-SHORT TO WS-TRM-DISP
               DISPLAY (15, 1) "Still Owed (notice): "
               DISPLAY (15, 25) WS-TRM-DISP
           END-IF
           DISPLAY (17, 1) "Account terminated".

       ADA-ENROLL-RTN.
      *> Puts an account on auto-debit from its China Trust account,
      *> or takes it off with a zero account number.
           DISPLAY CLRSCR
           DISPLAY (1, 1) "----------------------------------------"
           DISPLAY (2, 7) "BROWNOUT ELECTRIC COMPANY"
           DISPLAY (3, 8) "AUTO-DEBIT ENROLLMENT"
           DISPLAY (4, 1) "----------------------------------------"
           DISPLAY (6, 1) "Account Number: "
           ACCEPT (6, 25) WS-ACCOUNT-NO
           PERFORM LOOKUP-CUSTOMER
           IF WS-CM-FOUND = 'N'
               DISPLAY (8, 1) "ERROR: Account not on the master"
               EXIT PARAGRAPH
           END-IF
           IF WS-SERVICE-STATUS = 'T'
               DISPLAY (8, 1) "ERROR: Account is terminated"
               EXIT PARAGRAPH
           END-IF
           DISPLAY (8, 1) "Customer Name: "
           DISPLAY (8, 25) CM-CUST-NAME
           DISPLAY (9, 1) "Enrolled Account: "
           DISPLAY (9, 25) WS-ADA-ACCNO
           DISPLAY (11, 1) "China Trust Acct (0=off): "
           ACCEPT (11, 28) WS-ADA-IN
           MOVE WS-ADA-IN TO CM-ADA-ACCNO
           REWRITE CM-REC
           ADD 1 TO WS-AUD-TXNS
           IF WS-ADA-IN = 0
               DISPLAY (13, 1) "Auto-debit cancelled"
           ELSE
               DISPLAY (13, 1) "Enrolled - next bill is debited"
           END-IF.

       ADA-IMPORT-RTN.
      *> Posts the bank's auto-debit returns: a debit made is a
      *> payment on the ledger like a cashier's, a refusal goes on
      *> the call list so the customer hears before the due date.
      *> The return file is emptied once read so a second import
      *> cannot post the same debits twice.
           DISPLAY CLRSCR
           DISPLAY (1, 1) "----------------------------------------"
           DISPLAY (2, 7) "BROWNOUT ELECTRIC COMPANY"
           DISPLAY (3, 7) "AUTO-DEBIT RETURNS IMPORT"
           DISPLAY (4, 1) "----------------------------------------"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8
           OPEN INPUT ADARETRN-FILE
           IF WS-ADR-STATUS NOT = "00"
               DISPLAY (12, 1) "ERROR: No return file from the bank"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ADAREFUS-FILE
           MOVE WS-TODAY-NUM TO ARF-HDR-DATE
           WRITE ADAREFUS-LINE FROM ARF-HEADER
           MOVE SPACES TO ADAREFUS-LINE
           WRITE ADAREFUS-LINE
           WRITE ADAREFUS-LINE FROM ARF-COLS
           MOVE 0 TO WS-ADA-READ WS-ADA-PAID WS-ADA-REFUSED
               WS-ADA-SKIPPED
           MOVE 'N' TO WS-ADA-EOF
           PERFORM UNTIL WS-ADA-EOF = 'Y'
               READ ADARETRN-FILE
                   AT END
                       MOVE 'Y' TO WS-ADA-EOF
                   NOT AT END
                       MOVE ADARETRN-LINE TO ADR-REC
                       PERFORM ADA-ONE-RETURN
               END-READ
           END-PERFORM
           CLOSE ADARETRN-FILE
           MOVE SPACES TO ADAREFUS-LINE
           WRITE ADAREFUS-LINE
           MOVE WS-ADA-REFUSED TO ARF-T-COUNT
           WRITE ADAREFUS-LINE FROM ARF-TOTAL-LINE
           CLOSE ADAREFUS-FILE
           OPEN OUTPUT ADARETRN-FILE
           CLOSE ADARETRN-FILE
           DISPLAY (12, 1) "Debits posted: "
           DISPLAY (12, 25) WS-ADA-PAID
           DISPLAY (13, 1) "Debits refused: "
           DISPLAY (13, 25) WS-ADA-REFUSED
           IF WS-ADA-SKIPPED > 0
               DISPLAY (14, 1) "Unreadable lines: "
               DISPLAY (14, 25) WS-ADA-SKIPPED
           END-IF
           DISPLAY (16, 1) "Import complete - see ADAREFUS.TXT".

       ADA-ONE-RETURN.
           ADD 1 TO WS-ADA-READ
           IF ADR-AMOUNT NOT NUMERIC
               OR (ADR-RESULT NOT = 'P' AND ADR-RESULT NOT = 'R')
               ADD 1 TO WS-ADA-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE ADR-ACCOUNT-NO TO WS-ACCOUNT-NO
           IF ADR-RESULT = 'R'
               PERFORM LOOKUP-CUSTOMER
               MOVE ADR-ACCOUNT-NO TO ARF-ACCNO
               IF WS-CM-FOUND = 'Y'
                   MOVE CM-CUST-NAME TO ARF-NAME
                   MOVE CM-ADDRESS TO ARF-ADDR
               ELSE
                   MOVE SPACES TO ARF-NAME ARF-ADDR
               END-IF
               MOVE ADR-BANK-ACCNO TO ARF-BANK
               MOVE ADR-AMOUNT TO ARF-AMOUNT
               MOVE ADR-DUE-DATE TO ARF-DUE
               MOVE ADR-REASON TO ARF-REASON
               WRITE ADAREFUS-LINE FROM ARF-LINE
               ADD 1 TO WS-ADA-REFUSED
               EXIT PARAGRAPH
           END-IF
      *> the money has left the customer's bank account, so it is
      *> posted in full even if the cashier took a payment since.
           MOVE 'P' TO ARL-TYPE
           MOVE ADR-ACCOUNT-NO TO ARL-ACCOUNT-NO
           IF ADR-DATE NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(ADR-DATE) = 0
               MOVE ADR-DATE TO ARL-DATE
           ELSE
               MOVE WS-TODAY-NUM TO ARL-DATE
           END-IF
           MOVE 0 TO ARL-DUE-DATE
           MOVE "AUTODEBIT" TO ARL-OR-NO
           MOVE ADR-AMOUNT TO ARL-AMOUNT
           PERFORM APPEND-AR-RECORD
           ADD 1 TO WS-ADA-PAID
           ADD 1 TO WS-AUD-TXNS
           PERFORM COMPUTE-AR-BALANCE
           IF WS-AR-BALANCE <= 0
               PERFORM SETTLED-SERVICE-CHECK
           END-IF.

       FEEDER-ENTRY-RTN.
      *> Keys the cycle's substation feeder reading for an area:
      *> kWh delivered into the area over the cycle.
           DISPLAY CLRSCR
           DISPLAY (1, 1) "----------------------------------------"
           DISPLAY (2, 7) "BROWNOUT ELECTRIC COMPANY"
           DISPLAY (3, 9) "FEEDER READING ENTRY"
           DISPLAY (4, 1) "----------------------------------------"
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY (6, 1) "Cycle (YYYYMM): "
               ACCEPT (6, 25) WS-EB-PERIOD
               IF WS-EB-PERIOD(5:2) < "01" OR WS-EB-PERIOD(5:2) > "12"
                   DISPLAY (7, 1) "ERROR: Invalid Input!"
               ELSE
                   MOVE 'Y' TO FLAGSW
                   DISPLAY (7, 1) "                     "
               END-IF
           END-PERFORM
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY (8, 1) "Area Code (1/2/3): "
               ACCEPT (8, 25) WS-EB-AREA-IN
               IF WS-EB-AREA-IN > 3 OR WS-EB-AREA-IN < 1
                   DISPLAY (9, 1) "ERROR: Invalid Input!"
               ELSE
                   MOVE 'Y' TO FLAGSW
                   DISPLAY (9, 1) "                     "
               END-IF
           END-PERFORM
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY (10, 1) "kWh Delivered: "
               ACCEPT (10, 25) WS-EB-KWH-IN
               IF WS-EB-KWH-IN = 0
                   DISPLAY (11, 1) "ERROR: Must be more than zero"
               ELSE
                   MOVE 'Y' TO FLAGSW
                   DISPLAY (11, 1) "                             "
               END-IF
           END-PERFORM
           OPEN EXTEND FEEDER-FILE
           IF WS-FDR-STATUS = "35"
               OPEN OUTPUT FEEDER-FILE
           END-IF
           MOVE WS-EB-PERIOD TO FDR-PERIOD
           MOVE WS-EB-AREA-IN TO FDR-AREA
           MOVE WS-EB-KWH-IN TO FDR-KWH
           MOVE FUNCTION CURRENT-DATE(1:8) TO FDR-KEYED
           MOVE WS-OPERATOR-ID TO FDR-OPERATOR
           WRITE FDR-REC
           CLOSE FEEDER-FILE
           ADD 1 TO WS-AUD-TXNS
           DISPLAY (13, 1) "Feeder reading recorded".

       ENERGY-BALANCE-RTN.
      *> Area energy balance for one cycle: the feeder file gives
      *> what went into each area, the meter history what was billed
      *> there that cycle (by the day each account was last billed),
      *> and the customer master which area an account is in.
      *> The meter history holds only each account's latest bill, so
      *> only the latest billed cycle can be balanced; an earlier one
      *> would show every area as lost.
           DISPLAY CLRSCR
           DISPLAY (1, 1) "----------------------------------------"
           DISPLAY (2, 7) "BROWNOUT ELECTRIC COMPANY"
           DISPLAY (3, 7) "AREA ENERGY BALANCE"
           DISPLAY (4, 1) "----------------------------------------"
           PERFORM EB-FIND-LATEST
           IF WS-EB-LATEST = 0
               DISPLAY (12, 1) "ERROR: No meter billed yet"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY (6, 1) "Cycle (YYYYMM): "
               ACCEPT (6, 25) WS-EB-PERIOD
               IF WS-EB-PERIOD(5:2) < "01" OR WS-EB-PERIOD(5:2) > "12"
                   DISPLAY (7, 1) "ERROR: Invalid Input!               "
               ELSE
                   IF WS-EB-PERIOD NOT = WS-EB-LATEST
                       DISPLAY (7, 1) "ERROR: Latest billed cycle is "
                       DISPLAY (7, 31) WS-EB-LATEST
                   ELSE
                       MOVE 'Y' TO FLAGSW
                       DISPLAY (7, 1)
                           "                                    "
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-EBA-IDX FROM 1 BY 1 UNTIL WS-EBA-IDX > 3
               MOVE 0 TO EBA-FEEDER(WS-EBA-IDX)
               MOVE 'N' TO EBA-HAS-FDR(WS-EBA-IDX)
               MOVE 0 TO EBA-ACT-KWH(WS-EBA-IDX) EBA-ACT-CNT(WS-EBA-IDX)
               MOVE 0 TO EBA-EST-KWH(WS-EBA-IDX) EBA-EST-CNT(WS-EBA-IDX)
           END-PERFORM
           MOVE 0 TO WS-EB-LEAD-COUNT WS-EB-NO-AREA

           OPEN INPUT FEEDER-FILE
           IF WS-FDR-STATUS = "00"
               MOVE 'N' TO WS-EB-EOF
               PERFORM UNTIL WS-EB-EOF = 'Y'
                   READ FEEDER-FILE
                       AT END
                           MOVE 'Y' TO WS-EB-EOF
                       NOT AT END
                           IF FDR-PERIOD = WS-EB-PERIOD
                               AND FDR-AREA >= 1 AND FDR-AREA <= 3
                               AND FDR-KWH NUMERIC
                               SET WS-EBA-IDX TO FDR-AREA
                               MOVE FDR-KWH TO EBA-FEEDER(WS-EBA-IDX)
                               MOVE 'Y' TO EBA-HAS-FDR(WS-EBA-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEEDER-FILE
           END-IF

           MOVE 'N' TO WS-EB-EOF
           MOVE LOW-VALUES TO MH-ACCOUNT-NO
           START METER-HISTORY KEY IS NOT LESS THAN MH-ACCOUNT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EB-EOF
           END-START
           PERFORM UNTIL WS-EB-EOF = 'Y'
               READ METER-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EB-EOF
               END-READ
               IF WS-EB-EOF = 'N'
                   PERFORM EB-ONE-METER
               END-IF
           END-PERFORM

           OPEN OUTPUT ENERGYBAL-FILE
           MOVE WS-EB-PERIOD TO EB-HDR-PERIOD
           WRITE ENERGYBAL-LINE FROM EB-HEADER
           MOVE WS-LOSS-CAP TO EB-CAP
           WRITE ENERGYBAL-LINE FROM EB-CAP-LINE
           MOVE SPACES TO ENERGYBAL-LINE
           WRITE ENERGYBAL-LINE
           WRITE ENERGYBAL-LINE FROM EB-COLS-1
           MOVE 0 TO WS-EB-TOT-FEEDER WS-EB-TOT-BILLED
           PERFORM VARYING WS-EBA-IDX FROM 1 BY 1 UNTIL WS-EBA-IDX > 3
               PERFORM EB-WRITE-AREA
           END-PERFORM
           MOVE SPACES TO ENERGYBAL-LINE
           WRITE ENERGYBAL-LINE
           MOVE WS-EB-TOT-FEEDER TO EB-T-FEEDER
           MOVE WS-EB-TOT-BILLED TO EB-T-BILLED
           COMPUTE WS-EB-LOSS = WS-EB-TOT-FEEDER - WS-EB-TOT-BILLED
           MOVE WS-EB-LOSS TO EB-T-LOSS
           IF WS-EB-TOT-FEEDER > 0
               COMPUTE WS-EB-LOSS-PCT ROUNDED =
                   WS-EB-LOSS * 100 / WS-EB-TOT-FEEDER
           ELSE
               MOVE 0 TO WS-EB-LOSS-PCT
           END-IF
           MOVE WS-EB-LOSS-PCT TO EB-T-PCT
           WRITE ENERGYBAL-LINE FROM EB-TOTAL-LINE
           IF WS-EB-NO-AREA > 0
               MOVE WS-EB-NO-AREA TO EB-NOAREA
               WRITE ENERGYBAL-LINE FROM EB-NOAREA-LINE
           END-IF

           MOVE SPACES TO ENERGYBAL-LINE
           WRITE ENERGYBAL-LINE
           MOVE WS-EB-DROP-MIN TO EB-LEAD-MIN
           WRITE ENERGYBAL-LINE FROM EB-LEAD-HEADER
           PERFORM VARYING WS-EBA-IDX FROM 1 BY 1 UNTIL WS-EBA-IDX > 3
               PERFORM EB-WRITE-LEADS
           END-PERFORM
           CLOSE ENERGYBAL-FILE
           DISPLAY (12, 1) "Report written to ENERGYBAL.TXT".

       EB-FIND-LATEST.
      *> the newest cycle any account was billed in.
           MOVE 0 TO WS-EB-LATEST
           MOVE 'N' TO WS-EB-EOF
           MOVE LOW-VALUES TO MH-ACCOUNT-NO
           START METER-HISTORY KEY IS NOT LESS THAN MH-ACCOUNT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EB-EOF
           END-START
           PERFORM UNTIL WS-EB-EOF = 'Y'
               READ METER-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EB-EOF
               END-READ
               IF WS-EB-EOF = 'N' AND MH-LAST-BILLED NUMERIC
                   IF MH-LAST-BILLED(1:6) > WS-EB-LATEST
                       MOVE MH-LAST-BILLED(1:6) TO WS-EB-LATEST
                   END-IF
               END-IF
           END-PERFORM.

       EB-ONE-METER.
      *> only the accounts billed in the cycle count toward it.
           IF MH-LAST-BILLED NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF MH-LAST-BILLED(1:6) NOT = WS-EB-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF MH-HIST-COUNT NOT NUMERIC OR MH-HIST-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE MH-ACCOUNT-NO TO CM-ACCOUNT-NO
           READ CUST-MASTER
               INVALID KEY
                   MOVE 0 TO WS-EB-AREA
               NOT INVALID KEY
                   IF CM-AREA-CODE NUMERIC
                       MOVE CM-AREA-CODE TO WS-EB-AREA
                   ELSE
                       MOVE 0 TO WS-EB-AREA
                   END-IF
           END-READ
           IF WS-EB-AREA < 1 OR WS-EB-AREA > 3
               ADD 1 TO WS-EB-NO-AREA
               EXIT PARAGRAPH
           END-IF
           SET WS-EBA-IDX TO WS-EB-AREA
           IF MH-LAST-EST = 'Y'
               ADD MH-HIST-KWH(1) TO EBA-EST-KWH(WS-EBA-IDX)
               ADD 1 TO EBA-EST-CNT(WS-EBA-IDX)
      *> an estimate is the account's own average -- no lead there.
               EXIT PARAGRAPH
           END-IF
           ADD MH-HIST-KWH(1) TO EBA-ACT-KWH(WS-EBA-IDX)
           ADD 1 TO EBA-ACT-CNT(WS-EBA-IDX)
      *> the months before this one are the account's pattern; three
      *> of them at least, as the reading anomaly check asks.
           IF MH-HIST-COUNT < 4
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EB-PRIOR-SUM
           PERFORM VARYING WS-HX-J FROM 2 BY 1
               UNTIL WS-HX-J > MH-HIST-COUNT
               ADD MH-HIST-KWH(WS-HX-J) TO WS-EB-PRIOR-SUM
           END-PERFORM
           COMPUTE WS-EB-PRIOR-AVG =
               WS-EB-PRIOR-SUM / (MH-HIST-COUNT - 1)
           IF WS-EB-PRIOR-AVG = 0 OR MH-HIST-KWH(1) >= WS-EB-PRIOR-AVG
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EB-DROP-PCT ROUNDED =
               (WS-EB-PRIOR-AVG - MH-HIST-KWH(1)) * 100
               / WS-EB-PRIOR-AVG
           IF WS-EB-DROP-PCT < WS-EB-DROP-MIN
               EXIT PARAGRAPH
           END-IF
           PERFORM EB-KEEP-LEAD.

       EB-KEEP-LEAD.
      *> an area already holding its full list gives up its smallest
      *> drop to a bigger one; a smaller one is not listed anyway.
           MOVE 0 TO WS-EB-IN-AREA WS-EB-WORST
           MOVE 999.9 TO WS-EB-WORST-PCT
           PERFORM VARYING WS-EBL-IDX FROM 1 BY 1
               UNTIL WS-EBL-IDX > WS-EB-LEAD-COUNT
               IF EBL-AREA(WS-EBL-IDX) = WS-EB-AREA
                   ADD 1 TO WS-EB-IN-AREA
                   IF EBL-PCT(WS-EBL-IDX) < WS-EB-WORST-PCT
                       SET WS-EB-WORST TO WS-EBL-IDX
                       MOVE EBL-PCT(WS-EBL-IDX) TO WS-EB-WORST-PCT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EB-IN-AREA < WS-EB-LEAD-MAX
               ADD 1 TO WS-EB-LEAD-COUNT
               SET WS-EBL-IDX TO WS-EB-LEAD-COUNT
           ELSE
               IF WS-EB-DROP-PCT NOT > WS-EB-WORST-PCT
                   EXIT PARAGRAPH
               END-IF
               SET WS-EBL-IDX TO WS-EB-WORST
           END-IF
           MOVE WS-EB-AREA TO EBL-AREA(WS-EBL-IDX)
           MOVE MH-ACCOUNT-NO TO EBL-ACCNO(WS-EBL-IDX)
           MOVE CM-CUST-NAME TO EBL-NAME(WS-EBL-IDX)
           MOVE WS-EB-PRIOR-AVG TO EBL-AVG(WS-EBL-IDX)
           MOVE MH-HIST-KWH(1) TO EBL-CURR(WS-EBL-IDX)
           MOVE WS-EB-DROP-PCT TO EBL-PCT(WS-EBL-IDX)
           MOVE 'N' TO EBL-DONE(WS-EBL-IDX).

       EB-WRITE-AREA.
           SET WS-EB-AREA TO WS-EBA-IDX
           MOVE WS-EB-AREA TO EB-AREA
           COMPUTE WS-EB-BILLED =
               EBA-ACT-KWH(WS-EBA-IDX) + EBA-EST-KWH(WS-EBA-IDX)
           MOVE EBA-FEEDER(WS-EBA-IDX) TO EB-FEEDER
           MOVE EBA-ACT-KWH(WS-EBA-IDX) TO EB-ACT-KWH
           MOVE EBA-ACT-CNT(WS-EBA-IDX) TO EB-ACT-CNT
           MOVE EBA-EST-KWH(WS-EBA-IDX) TO EB-EST-KWH
           MOVE EBA-EST-CNT(WS-EBA-IDX) TO EB-EST-CNT
           MOVE WS-EB-BILLED TO EB-BILLED
           IF EBA-HAS-FDR(WS-EBA-IDX) = 'N'
               MOVE 0 TO EB-LOSS EB-LOSS-PCT
               MOVE "NO FEEDER READ" TO EB-FLAG
               WRITE ENERGYBAL-LINE FROM EB-AREA-LINE
               EXIT PARAGRAPH
           END-IF
           ADD EBA-FEEDER(WS-EBA-IDX) TO WS-EB-TOT-FEEDER
           ADD WS-EB-BILLED TO WS-EB-TOT-BILLED
           COMPUTE WS-EB-LOSS = EBA-FEEDER(WS-EBA-IDX) - WS-EB-BILLED
           COMPUTE WS-EB-LOSS-PCT ROUNDED =
               WS-EB-LOSS * 100 / EBA-FEEDER(WS-EBA-IDX)
           MOVE WS-EB-LOSS TO EB-LOSS
           MOVE WS-EB-LOSS-PCT TO EB-LOSS-PCT
           IF WS-EB-LOSS-PCT > WS-LOSS-CAP
               MOVE "** OVER CAP **" TO EB-FLAG
           ELSE
               MOVE SPACES TO EB-FLAG
           END-IF
           WRITE ENERGYBAL-LINE FROM EB-AREA-LINE.

       EB-WRITE-LEADS.
      *> the area's biggest drops first, up to the listing limit.
           SET WS-EB-AREA TO WS-EBA-IDX
           MOVE SPACES TO ENERGYBAL-LINE
           WRITE ENERGYBAL-LINE
           MOVE WS-EB-AREA TO EB-LA-AREA
           WRITE ENERGYBAL-LINE FROM EB-LEAD-AREA
           WRITE ENERGYBAL-LINE FROM EB-LEAD-COLS
           PERFORM VARYING WS-EB-RANK FROM 1 BY 1
               UNTIL WS-EB-RANK > WS-EB-LEAD-MAX
               MOVE 0 TO WS-EB-BEST WS-EB-BEST-PCT
               PERFORM VARYING WS-EBL-IDX FROM 1 BY 1
                   UNTIL WS-EBL-IDX > WS-EB-LEAD-COUNT
                   IF EBL-AREA(WS-EBL-IDX) = WS-EB-AREA
                       AND EBL-DONE(WS-EBL-IDX) = 'N'
                       AND EBL-PCT(WS-EBL-IDX) > WS-EB-BEST-PCT
                       SET WS-EB-BEST TO WS-EBL-IDX
                       MOVE EBL-PCT(WS-EBL-IDX) TO WS-EB-BEST-PCT
                   END-IF
               END-PERFORM
               IF WS-EB-BEST = 0
                   IF WS-EB-RANK = 1
                       WRITE ENERGYBAL-LINE FROM EB-LEAD-NONE
                   END-IF
                   MOVE WS-EB-LEAD-MAX TO WS-EB-RANK
               ELSE
                   SET WS-EBL-IDX TO WS-EB-BEST
                   MOVE 'Y' TO EBL-DONE(WS-EBL-IDX)
                   MOVE EBL-ACCNO(WS-EBL-IDX) TO EB-L-ACCNO
                   MOVE EBL-NAME(WS-EBL-IDX) TO EB-L-NAME
                   MOVE EBL-AVG(WS-EBL-IDX) TO EB-L-AVG
                   MOVE EBL-CURR(WS-EBL-IDX) TO EB-L-CURR
                   MOVE EBL-PCT(WS-EBL-IDX) TO EB-L-PCT
                   WRITE ENERGYBAL-LINE FROM EB-LEAD-LINE
               END-IF
           END-PERFORM.

       FINISH-RTN.
           DISPLAY (19, 1) "========================================="
           DISPLAY (20, 1)"Customer with Highest KWH Used:"
           DISPLAY (20, 34) WS-MAX-CUST
           DISPLAY (21, 1) "========================================="

      *> req 013: area and type breakdown paired two-per-row so the
      *> whole summary stays on a standard 24-line screen.
           DISPLAY (22, 1) "Area 1: "
           DISPLAY (22, 9) WS-MAX-AREA-CUST(1)
           DISPLAY (22, 40) "Residential: "
           DISPLAY (22, 53) WS-MAX-TYPE-CUST(1)
           PERFORM WRITE-AUDIT-RTN
           CLOSE BILLING-FILE
           CLOSE METER-HISTORY
           CLOSE CUST-MASTER
           CLOSE SVC-ORDER.

      
       

       GL-JOURNAL-RTN.
      *> The day's receivable postings as one balanced journal for
      *> the general ledger. Run once each business day, before the
      *> month is closed and archived.
           DISPLAY CLRSCR
           DISPLAY (1, 1) "----------------------------------------"
           DISPLAY (2, 7) "BROWNOUT ELECTRIC COMPANY"
           DISPLAY (3, 7) "GENERAL LEDGER JOURNAL EXTRACT"
           DISPLAY (4, 1) "----------------------------------------"
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY (6, 1) "Business date (YYYYMMDD, 0=today): "
               ACCEPT (6, 37) WS-GL-DATE
               IF WS-GL-DATE = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GL-DATE-X
               END-IF
               PERFORM GL-CHECK-DATE
               IF WS-GL-DATE-OK = 'N'
                   DISPLAY (7, 1) "ERROR: Invalid Input!"
               ELSE
                   MOVE 'Y' TO FLAGSW
                   DISPLAY (7, 1) "                     "
               END-IF
           END-PERFORM
           PERFORM GL-EXTRACT-RTN
           IF WS-GL-OK = 'Y'
               MOVE SPACES TO WS-GL-RESULT
               STRING "Journal written to GLJ_" DELIMITED BY SIZE
                   WS-GL-SOURCE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-GL-DATE-X DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
                   INTO WS-GL-RESULT
               END-STRING
           END-IF
           DISPLAY (9, 1) WS-GL-RESULT.

       GL-SCAN-ARLEDGER.
      *> the day's receivable lines. Amortization schedule lines
      *> move no money and month-end carry-forward lines only restate
      *> a balance already in the GL, so both are passed over.
           OPEN INPUT AR-FILE
           IF WS-AR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AR-EOF
           PERFORM UNTIL WS-AR-EOF = 'Y' OR WS-GL-OK = 'N'
               READ AR-FILE
                   AT END
                       MOVE 'Y' TO WS-AR-EOF
                   NOT AT END
                       MOVE ARL-LINE TO ARL-REC
                       IF ARL-DATE = WS-GL-DATE
                           AND ARL-AMOUNT NUMERIC
                           AND ARL-OR-NO NOT = "CARRYFWD"
                           PERFORM GL-AR-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AR-FILE.

       GL-AR-LINE.
           EVALUATE ARL-TYPE
               WHEN 'B'
                   EVALUATE ARL-OR-NO
                       WHEN "RECONNECT"
                           MOVE "RECONNECT FEE" TO WS-GL-TXN
                       WHEN "APPFEE"
                           MOVE "APPLICATION FEE" TO WS-GL-TXN
                       WHEN "METERDEP"
                           MOVE "METER DEPOSIT" TO WS-GL-TXN
                       WHEN "DEPREFUND"
                           MOVE "DEPOSIT REFUND" TO WS-GL-TXN
                       WHEN OTHER
      *> an energy bill carries its VAT inside the total; the VAT
      *> is backed out so output tax reaches its own account.
                           COMPUTE WS-GL-VAT ROUNDED =
                               ARL-AMOUNT * WS-VAT-RATE
                               / (1 + WS-VAT-RATE)
                           MOVE "BILL VAT" TO WS-GL-TXN
                           MOVE WS-GL-VAT TO WS-GL-AMT
                           PERFORM GL-ADD-SUM
                           MOVE "ENERGY BILL" TO WS-GL-TXN
                           COMPUTE WS-GL-AMT = ARL-AMOUNT - WS-GL-VAT
                           PERFORM GL-ADD-SUM
                           EXIT PARAGRAPH
                   END-EVALUATE
               WHEN 'S'
                   MOVE "SURCHARGE" TO WS-GL-TXN
               WHEN 'P'
                   IF ARL-OR-NO = "AUTODEBIT"
                       MOVE "AUTO-DEBIT PAYMENT" TO WS-GL-TXN
                   ELSE
                       MOVE "PAYMENT" TO WS-GL-TXN
                   END-IF
               WHEN 'D'
                   IF ARL-OR-NO = "DEPINT"
                       MOVE "DEPOSIT INTEREST" TO WS-GL-TXN
                   ELSE
                       MOVE "DEPOSIT APPLIED" TO WS-GL-TXN
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE ARL-AMOUNT TO WS-GL-AMT
           PERFORM GL-ADD-SUM.

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
           PERFORM GL-SCAN-ARLEDGER
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
