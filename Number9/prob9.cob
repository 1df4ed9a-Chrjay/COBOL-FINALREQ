       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.

      *> Nightly cross-file integrity check. The indexed masters of
      *> student fees, the bank, electric billing and the licensure
      *> exams, and the line-sequential journals that hang off them,
      *> are read side by side without changing a byte of any of
      *> them. Every record that points at a master record that is
      *> not there (an orphan), every value no program could have
      *> written (a non-numeric balance, a hold larger than the
      *> balance it holds, a maturity date on an account that is not
      *> a time deposit) and every reference to a closed account is
      *> listed on INTEGRITY.TXT with its severity:
      *>     ERROR    the files disagree and a program will post or
      *>              report wrongly until someone repairs them;
      *>     WARNING  odd but survivable, for the owning office to
      *>              look at.
      *> The run ends with the severity count and leaves RETURN-CODE
      *> 8 on any error, 4 on warnings alone and 0 on a clean set of
      *> files, so the night script can stop before the postings
      *> build on damage. REBUILD-MASTER-RTN in BANK-ACCOUNT and the
      *> balance rebuild in PROG-PROBLEM-2 remain the repair tools;
      *> this program only finds the damage.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> every data set location is resolved at startup from the one
      *> site configuration file; only the configuration file's own
      *> name lives in the program.
           SELECT CONFIG-FILE ASSIGN TO "SITECFG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
      *> student fees (PROG-PROBLEM-2): the masters, the student and
      *> sponsor ledgers, and the registrar's enrollment extract.
           SELECT STUD-MASTER ASSIGN TO WS-PATH-STUDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUD-NO
               FILE STATUS IS WS-SM-STATUS.
           SELECT BAL-MASTER ASSIGN TO WS-PATH-BALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-STUD-NO
               FILE STATUS IS WS-BM-STATUS.
           SELECT LEDGER-FILE ASSIGN TO WS-PATH-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LED-STATUS.
           SELECT SPONLEDG-FILE ASSIGN TO WS-PATH-SPONLEDG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-STATUS.
           SELECT ENROLL-FILE ASSIGN TO WS-PATH-ENROLL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-STATUS.
      *> the bank (BANK-ACCOUNT): account and customer masters,
      *> passbook positions, the passbook trail, standing
      *> instructions and the held-check queue.
           SELECT ACCOUNT-MASTER ASSIGN TO WS-PATH-ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCNO
               FILE STATUS IS WS-MST-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO WS-PATH-CIFMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-NO
               FILE STATUS IS WS-CIF-STATUS.
           SELECT PBPOS-FILE ASSIGN TO WS-PATH-PBPOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBP-ACCNO
               FILE STATUS IS WS-PBP-STATUS.
           SELECT HISTORY-FILE ASSIGN TO WS-PATH-PASSBOOK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SI-FILE ASSIGN TO WS-PATH-SIFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.
           SELECT CHECKQ-FILE ASSIGN TO WS-PATH-CHECKQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKQ-STATUS.
      *> electric billing (BROWNOUT-BILLING): customers, meter
      *> history, service orders and the receivables ledger.
           SELECT CUST-MASTER ASSIGN TO WS-PATH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCOUNT-NO
               FILE STATUS IS WS-CM-STATUS.
           SELECT METER-HISTORY ASSIGN TO WS-PATH-METERHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-ACCOUNT-NO
               FILE STATUS IS WS-MH-STATUS.
           SELECT SVC-ORDER ASSIGN TO WS-PATH-SVCORDER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-NO
               FILE STATUS IS WS-SO-STATUS.
           SELECT AR-FILE ASSIGN TO WS-PATH-ARLEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
      *> licensure exams (EXAMRESULT5): sittings and the registry.
           SELECT EXAM-MASTER ASSIGN TO WS-PATH-EXAMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-KEY
               FILE STATUS IS WS-EM-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO WS-PATH-REGISTRY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-REG-NO
               FILE STATUS IS WS-RG-STATUS.
      *> the population report (POPULATION-REPORT): the faculty file.
           SELECT FACULTY-FILE ASSIGN TO WS-PATH-FACULTY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FM-STATUS.
      *> the night's findings, in the shared folder.
           SELECT INTEG-FILE ASSIGN TO WS-PATH-INTEG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO WS-PATH-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *> unattended batch control, shared with the other programs.
           SELECT BPARM-FILE ASSIGN TO WS-PATH-BPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BPARM-STATUS.
           SELECT BDONE-FILE ASSIGN TO WS-PATH-BDONE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDONE-STATUS.
           SELECT BRUN-FILE ASSIGN TO WS-PATH-BRUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CFG-LINE             PIC X(100).

      *> the record layouts below are the owning programs' own; only
      *> the fields checked are described beyond their width.
       FD STUD-MASTER.
       01 SM-REC.
           05 SM-STUD-NO       PIC 9(10).
           05 SM-STUD-NAME     PIC X(25).
           05 SM-COURSE-CODE   PIC 9.
           05 SM-YEAR          PIC 9.
           05 SM-SECTION       PIC 9.
           05 SM-STUD-TYPE     PIC X.
           05 SM-TERM-ASSESSED PIC X(7).
           05 SM-SPONSOR-CD    PIC X(6).

       FD BAL-MASTER.
       01 BM-REC.
           05 BM-STUD-NO       PIC 9(10).
           05 BM-STUD-NAME     PIC X(25).
           05 BM-ASSESSED      PIC 9(9)V99.
           05 BM-PAID          PIC 9(9)V99.
           05 BM-ADJUSTED      PIC 9(9)V99.
           05 BM-REFUNDED      PIC 9(9)V99.
           05 BM-BALANCE       PIC S9(9)V99.
           05 BM-PLAN-STATUS   PIC X.
           05 BM-LAST-DATE     PIC 9(8).

       FD LEDGER-FILE.
       01 LEDGER-LINE          PIC X(70).

       FD SPONLEDG-FILE.
       01 SPONLEDG-LINE        PIC X(80).

       FD ENROLL-FILE.
       01 ENROLL-REC.
           05 EN-STUD-NO       PIC 9(10).
           05 EN-STUD-NAME     PIC X(25).
           05 EN-COURSE-CODE   PIC 9.
           05 EN-YEAR          PIC 9.
           05 EN-SECTION       PIC 9.
           05 EN-STUD-TYPE     PIC X.
           05 EN-TUITION       PIC 9(4)V99.
           05 EN-COUNCIL       PIC 9(3)V99.
           05 EN-LAB           PIC 9(3)V99.
           05 EN-MISC          PIC 9(4)V99.
           05 EN-SPONSOR-CD    PIC X(6).

       FD ACCOUNT-MASTER.
       01 MASTER-REC.
           05 MST-ACCNO        PIC 9(10).
           05 MST-ACCNAME      PIC X(25).
           05 MST-ACCTYPE      PIC X.
           05 MST-BRAN-CD      PIC X(3).
           05 MST-BAL          PIC 9(9)V99.
      *> A=active, C=closed, F=frozen; spaces are active.
           05 MST-STATUS       PIC X.
           05 MST-LAST-ACT     PIC 9(8).
           05 MST-LAST-CUST    PIC 9(8).
      *> spaces or low-values on records written before the hold
      *> existed; anything else that is not a number is damage,
      *> including a hold driven below zero.
           05 MST-HOLD         PIC 9(9)V99.
           05 MST-HOLD-X REDEFINES MST-HOLD PIC X(11).
           05 MST-TD-TERM      PIC 9(3).
           05 MST-TD-RATE      PIC V9999.
           05 MST-TD-MATURITY  PIC 9(8).
           05 MST-CIF          PIC 9(8).

       FD CUSTOMER-MASTER.
       01 CIF-REC.
           05 CIF-NO           PIC 9(8).
           05 CIF-NAME         PIC X(40).
           05 CIF-BIRTH        PIC 9(8).
           05 CIF-ADDRESS      PIC X(60).
           05 CIF-TIN          PIC X(15).
           05 CIF-ID-TYPE      PIC X(12).
           05 CIF-ID-NO        PIC X(20).
           05 CIF-CONTACT      PIC X(15).
           05 CIF-OPENED       PIC 9(8).
           05 CIF-TELLER       PIC X(8).

       FD PBPOS-FILE.
       01 PBP-REC.
           05 PBP-ACCNO        PIC 9(10).
           05 PBP-BOOK         PIC 9(3).
           05 PBP-PAGE         PIC 9(3).
           05 PBP-LINE         PIC 9(2).
           05 PBP-LAST-DATE    PIC 9(8).
           05 PBP-LAST-SEQ     PIC 9(4).
           05 PBP-BAL-FWD      PIC 9(9)V99.
           05 PBP-UPDATED      PIC 9(8).
           05 PBP-TELLER       PIC X(8).

       FD HISTORY-FILE.
       01 HIST-LINE            PIC X(120).

       FD SI-FILE.
       01 SI-REC.
           05 SI-SRC           PIC 9(10).
           05 SI-DST           PIC 9(10).
           05 SI-AMT           PIC 9(7)V99.
           05 SI-FREQ          PIC X.
           05 SI-NEXT-RUN      PIC 9(8).

       FD CHECKQ-FILE.
       01 CKQ-REC.
           05 CKQ-ACCNO        PIC 9(10).
           05 CKQ-DATE         PIC 9(8).
           05 CKQ-AMT          PIC 9(7)V99.

       FD CUST-MASTER.
       01 CM-REC.
           05 CM-ACCOUNT-NO    PIC X(10).
           05 CM-CUST-NAME     PIC X(25).
           05 CM-ADDRESS       PIC X(40).
           05 CM-ACCT-CODE     PIC X.
           05 CM-AREA-CODE     PIC 9.
           05 CM-METER-SERIAL  PIC X(12).
      *> C/D/R/T; spaces on records written before are connected.
           05 CM-SERVICE-STATUS PIC X.
           05 CM-DEPOSIT-AMT   PIC 9(5)V99.
           05 CM-DEPOSIT-DATE  PIC 9(8).
      *> the China Trust account bills are debited from; zero or
      *> non-numeric when not enrolled.
           05 CM-ADA-ACCNO     PIC 9(10).

       FD METER-HISTORY.
       01 MH-REC.
           05 MH-ACCOUNT-NO    PIC X(10).
           05 MH-LAST-READ     PIC 9(6).
           05 MH-HIST-COUNT    PIC 9.
           05 MH-HIST-KWH      PIC 9(6) OCCURS 6 TIMES.
           05 MH-EST-OUT       PIC X.
           05 MH-CHG-PEND-KWH  PIC 9(6).
           05 MH-CHG-DATE      PIC 9(8).
           05 MH-LAST-BILLED   PIC 9(8).
           05 MH-LAST-EST      PIC X.

       FD SVC-ORDER.
       01 SO-REC.
           05 SO-ORDER-NO      PIC 9(8).
           05 SO-TYPE          PIC X.
           05 SO-ACCOUNT-NO    PIC X(10).
           05 SO-AREA          PIC 9.
           05 SO-ISSUED        PIC 9(8).
           05 SO-CREW          PIC X(10).
           05 SO-DONE-DATE     PIC 9(8).
      *> space while open; 'C' done, 'U' crew unable, 'X' cancelled.
           05 SO-RESULT        PIC X.

       FD AR-FILE.
       01 ARL-LINE             PIC X(50).

       FD EXAM-MASTER.
       01 EM-REC.
           05 EM-KEY.
               10 EM-EXAM-NO   PIC 9(10).
               10 EM-SITTING.
                   15 EM-EXAM-DATE PIC 9(8).
                   15 EM-EXAM-CODE PIC X(6).
           05 EM-EXAM-NAME     PIC X(25).
           05 EM-BIRTH-DATE    PIC X(20).
           05 EM-UNIV-CODE     PIC 9.
           05 EM-UNIV-NAME     PIC X(5).
           05 EM-COURSE-CODE   PIC 9.
           05 EM-COURSE-NAME   PIC X(4).
           05 EM-TOTAL-ITEMS   PIC 9(3).
           05 EM-SCORE         PIC 9(3).
           05 EM-RATING        PIC 999V99.
           05 EM-REMARKS       PIC X(11).
           05 EM-SUBJ-COUNT    PIC 9.
           05 EM-SUBJ-ENTRY OCCURS 8 TIMES.
               10 EM-SUBJ-ITEMS PIC 9(3).
               10 EM-SUBJ-SCORE PIC 9(3).
           05 EM-ATTEMPT-NO    PIC 99.
           05 EM-SIT-TYPE      PIC X.
           05 EM-PREV-SITTING.
               10 EM-PREV-DATE PIC 9(8).
               10 EM-PREV-CODE PIC X(6).
           05 EM-REG-NO        PIC 9(7).

       FD REGISTRY-FILE.
       01 RG-REC.
           05 RG-REG-NO        PIC 9(7).
           05 RG-EXAM-NO       PIC 9(10).
           05 RG-NAME          PIC X(25).
           05 RG-COURSE-NAME   PIC X(4).
           05 RG-SITTING.
               10 RG-EXAM-DATE PIC 9(8).
               10 RG-EXAM-CODE PIC X(6).
           05 RG-OATH-DATE     PIC 9(8).
           05 RG-REG-DATE      PIC 9(8).
           05 RG-EXPIRY        PIC 9(8).
           05 RG-CPD-UNITS     PIC 9(3).
           05 RG-RENEWALS      PIC 99.
           05 RG-LAST-RENEWED  PIC 9(8).
           05 RG-STATUS        PIC X.

       FD FACULTY-FILE.
       01 FM-REC.
           05 FM-EMP-NO        PIC 9(6).
           05 FM-NAME          PIC X(25).
           05 FM-HOME-BR       PIC 9(2).
           05 FM-STATUS        PIC X.
           05 FM-RANK          PIC X(20).
           05 FM-LOAD-COUNT    PIC 9.
           05 FM-LOAD OCCURS 8 TIMES.
               10 FM-LD-BRANCH PIC 9(2).
               10 FM-LD-COURSE PIC X(20).
               10 FM-LD-UNITS  PIC 9(2).

       FD INTEG-FILE.
       01 INTEG-LINE           PIC X(120).

       FD AUDIT-FILE.
       01 AUDIT-LINE           PIC X(80).

       FD BPARM-FILE.
       01 BPARM-REC.
           05 BP-FUNCTION      PIC X(12).
           05 BP-PERIOD        PIC X(8).
           05 BP-OPERATOR      PIC X(8).

       FD BDONE-FILE.
       01 BDONE-REC.
           05 BDN-FUNCTION     PIC X(12).
           05 BDN-PERIOD       PIC X(8).

       FD BRUN-FILE.
       01 BRUN-LINE            PIC X(90).

       WORKING-STORAGE SECTION.
      *> Site configuration: this program reads every program's
      *> folder (PROB2DIR to PROB6DIR) and writes to SHAREDIR; a
      *> missing entry stops the run up front.
       01 WS-CFG-STATUS        PIC XX.
       01 WS-CFG-FIELDS.
           05 WS-CFG-EOF       PIC X.
           05 WS-CFG-KEY       PIC X(20).
           05 WS-CFG-VAL       PIC X(60).
       01 WS-DIR-P2            PIC X(40).
       01 WS-DIR-P3            PIC X(40).
       01 WS-DIR-P4            PIC X(40).
       01 WS-DIR-P5            PIC X(40).
       01 WS-DIR-P6            PIC X(40).
       01 WS-DIR-SHARE         PIC X(40).
       01 WS-SITE-PATHS.
           05 WS-PATH-STUDMAST PIC X(60).
           05 WS-PATH-BALMAST  PIC X(60).
           05 WS-PATH-LEDGER   PIC X(60).
           05 WS-PATH-SPONLEDG PIC X(60).
           05 WS-PATH-ENROLL   PIC X(60).
           05 WS-PATH-ACCTMAST PIC X(60).
           05 WS-PATH-CIFMAST  PIC X(60).
           05 WS-PATH-PBPOS    PIC X(60).
           05 WS-PATH-PASSBOOK PIC X(60).
           05 WS-PATH-SIFILE   PIC X(60).
           05 WS-PATH-CHECKQ   PIC X(60).
           05 WS-PATH-CUSTMAST PIC X(60).
           05 WS-PATH-METERHIST PIC X(60).
           05 WS-PATH-SVCORDER PIC X(60).
           05 WS-PATH-ARLEDGER PIC X(60).
           05 WS-PATH-EXAMMAST PIC X(60).
           05 WS-PATH-REGISTRY PIC X(60).
           05 WS-PATH-FACULTY  PIC X(60).
           05 WS-PATH-INTEG    PIC X(60).
           05 WS-PATH-AUDIT    PIC X(60).
           05 WS-PATH-BPARM    PIC X(60).
           05 WS-PATH-BDONE    PIC X(60).
           05 WS-PATH-BRUN     PIC X(60).
       01 ECHO-PATH-LINE.
           05 FILLER           PIC X(14) VALUE "Data folder : ".
           05 ECHO-PATH-DIR    PIC X(40).

       01 WS-SM-STATUS         PIC XX.
       01 WS-BM-STATUS         PIC XX.
       01 WS-LED-STATUS        PIC XX.
       01 WS-SPL-STATUS        PIC XX.
       01 WS-EN-STATUS         PIC XX.
       01 WS-MST-STATUS        PIC XX.
       01 WS-CIF-STATUS        PIC XX.
       01 WS-PBP-STATUS        PIC XX.
       01 WS-HIST-STATUS       PIC XX.
       01 WS-SI-STATUS         PIC XX.
       01 WS-CKQ-STATUS        PIC XX.
       01 WS-CM-STATUS         PIC XX.
       01 WS-MH-STATUS         PIC XX.
       01 WS-SO-STATUS         PIC XX.
       01 WS-AR-STATUS         PIC XX.
       01 WS-EM-STATUS         PIC XX.
       01 WS-RG-STATUS         PIC XX.
       01 WS-FM-STATUS         PIC XX.
       01 WS-INT-STATUS        PIC XX.
       01 WS-AUDIT-STATUS      PIC XX.

      *> the masters are opened once for the whole run, since the
      *> bank's account master is also looked up from electric
      *> billing's customers; 'Y' once open, so a master that is not
      *> there only silences the orphan checks that need it.
       01 WS-MASTERS-OPEN.
           05 WS-SM-OPEN       PIC X.
           05 WS-BM-OPEN       PIC X.
           05 WS-MST-OPEN      PIC X.
           05 WS-CIF-OPEN      PIC X.
           05 WS-PBP-OPEN      PIC X.
           05 WS-CM-OPEN       PIC X.
           05 WS-MH-OPEN       PIC X.
           05 WS-SO-OPEN       PIC X.
           05 WS-EM-OPEN       PIC X.
           05 WS-RG-OPEN       PIC X.

       01 WS-CONTROLS.
           05 WS-EOF           PIC X.
           05 FLAGSW           PIC X VALUE 'N'.
           05 WS-RUN-DATE      PIC 9(8) VALUE 0.
           05 WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
           05 WS-RUN-DATE-OK   PIC X.
           05 WS-OPEN-STATUS   PIC XX.
           05 WS-FILE-OK       PIC X.
      *> a lookup answers 'Y' found, 'N' missing, or '?' when the
      *> master it needs could not be opened.
           05 WS-FOUND         PIC X.
           05 WS-LOOK-ACCNO    PIC 9(10).
           05 WS-LOOK-ACCNO-X REDEFINES WS-LOOK-ACCNO PIC X(10).
           05 WS-LD-J          PIC 9.
           05 WS-ABSENT-MASTER PIC X(14).

      *> one finding on its way to the report.
       01 WS-FINDING.
           05 WS-F-SEV         PIC X.
           05 WS-F-FILE        PIC X(13).
           05 WS-F-KEY         PIC X(14).
           05 WS-F-REC         PIC 9(7).
           05 WS-F-TEXT        PIC X(46).
       01 WS-FINDING-HOLD      PIC X(81).

      *> the file being checked, and the run as a whole.
       01 WS-FILE-COUNTS.
           05 WS-FC-RECS       PIC 9(7).
           05 WS-FC-ERRORS     PIC 9(5).
           05 WS-FC-WARNS      PIC 9(5).
       01 WS-RUN-TOTALS.
           05 WS-N-FILES       PIC 9(3).
           05 WS-N-RECS        PIC 9(8).
           05 WS-N-ERRORS      PIC 9(6).
           05 WS-N-WARNS       PIC 9(6).

      *> a deleted account or student leaves every one of its journal
      *> lines behind; each missing key is listed once per file, at
      *> its first line, and the rest are only counted.
       01 WS-ORPHAN-FIELDS.
           05 WS-ORP-COUNT     PIC 9(3) VALUE 0.
           05 WS-ORP-REPEATS   PIC 9(7) VALUE 0.
           05 WS-ORP-SEEN      PIC X.
           05 WS-ORP-SKIPPED   PIC X.
       01 WS-ORPHAN-TABLE.
           05 WS-ORP-ENTRY OCCURS 500 TIMES INDEXED BY WS-ORP-IDX.
               10 ORP-KEY      PIC X(14).

      *> the journal lines, as their owning programs write them.
       01 LED-REC.
           05 LED-TYPE         PIC X.
           05 LED-STUD-NO      PIC 9(10).
           05 LED-STUD-NAME    PIC X(25).
           05 LED-COURSE-CODE  PIC 9.
           05 LED-YEAR         PIC 9.
           05 LED-DATE         PIC 9(8).
           05 LED-OR-NO        PIC X(10).
           05 LED-AMOUNT       PIC 9(7)V99.
       01 SPL-REC.
           05 SPL-TYPE         PIC X.
           05 SPL-SPONSOR-CD   PIC X(6).
           05 SPL-STUD-NO      PIC 9(10).
           05 SPL-STUD-NAME    PIC X(25).
           05 SPL-TERM         PIC X(7).
           05 SPL-DATE         PIC 9(8).
           05 SPL-REF          PIC X(10).
           05 SPL-AMOUNT       PIC 9(7)V99.
      *> passbook lines are printed, so only the account column is
      *> taken; lines without a numeric account are headings.
       01 WS-HIST-PARSE.
           05 WS-HP-DATE       PIC X(8).
           05 FILLER           PIC X(1).
           05 WS-HP-ACCNO      PIC X(10).
           05 FILLER           PIC X(101).
       01 ARL-REC.
           05 ARL-TYPE         PIC X.
           05 ARL-ACCOUNT-NO   PIC X(10).
           05 ARL-DATE         PIC 9(8).
           05 ARL-DUE-DATE     PIC 9(8).
           05 ARL-OR-NO        PIC X(10).
           05 ARL-AMOUNT       PIC 9(7)V99.

      *> Operator sign-on and the shared audit trail, the same
      *> convention as the other programs.
       01 WS-OPERATOR.
           05 WS-OPERATOR-ID   PIC X(8).
           05 WS-OPERATOR-VER  PIC X(8).
       01 AUD-REC.
           05 AUD-DATE         PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-TIME         PIC X(6).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-PROGRAM      PIC X(18) VALUE "INTEGRITY-CHECK".
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-OPERATOR     PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-RECORDS      PIC ZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-TXNS         PIC ZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      *> Unattended batch mode: INTEGRITY checks the files for the
      *> business date on the parameter line (YYYYMMDD). The
      *> done-file refuses the same date twice; a run that finds
      *> errors leaves the date open so the check can be repeated
      *> once the files are repaired.
       01 WS-BPARM-STATUS      PIC XX.
       01 WS-BDONE-STATUS      PIC XX.
       01 WS-BRUN-STATUS       PIC XX.
       01 WS-BATCH-CTL.
           05 WS-BATCH-MODE    PIC X VALUE 'N'.
           05 WS-UNATTENDED    PIC X VALUE 'N'.
           05 WS-BP-EOF        PIC X.
           05 WS-BP-COUNT      PIC 9(2) VALUE 0.
           05 WS-BP-J          PIC 9(2).
           05 WS-DUP-RUN       PIC X.
           05 WS-BD-EOF        PIC X.
       01 WS-BPK-KEEP.
      *> other programs' parameter lines, written back so the one
      *> shared file survives each program taking only its own.
           05 WS-BPK-COUNT     PIC 9(2).
           05 WS-BPK-LINE      PIC X(28) OCCURS 20 TIMES.
       01 WS-BP-TABLE.
           05 WS-BP-ENTRY OCCURS 10 TIMES.
               10 BPT-FUNC     PIC X(12).
               10 BPT-PER      PIC X(8).
               10 BPT-OP       PIC X(8).
       01 BRUN-REC.
           05 BR-DATE          PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BR-TIME          PIC X(6).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BR-PROGRAM       PIC X(18) VALUE "INTEGRITY-CHECK".
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BR-FUNC          PIC X(12).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BR-PER           PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BR-DISP          PIC X(30).

       01 IR-HEADER.
           05 FILLER           PIC X(43) VALUE
              "Cross-File Integrity Check - business date ".
           05 IR-HDR-DATE      PIC X(8).
           05 FILLER           PIC X(6) VALUE "  run ".
           05 IR-HDR-RUN       PIC X(8).
       01 IR-SECTION-LINE.
           05 FILLER           PIC X(4) VALUE "--- ".
           05 IR-SEC-TITLE     PIC X(30).
           05 FILLER           PIC X(8) VALUE "folder  ".
           05 IR-SEC-DIR       PIC X(40).
       01 IR-DETAIL.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 IR-D-SEV         PIC X(7).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 IR-D-FILE        PIC X(13).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 IR-D-KEY         PIC X(14).
           05 FILLER           PIC X(5) VALUE " rec ".
           05 IR-D-REC         PIC ZZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 IR-D-TEXT        PIC X(46).
       01 IR-FILE-LINE.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 IR-FL-FILE       PIC X(13).
           05 FILLER           PIC X(9) VALUE " records ".
           05 IR-FL-RECS       PIC ZZZZZZ9.
           05 FILLER           PIC X(8) VALUE " errors ".
           05 IR-FL-ERRORS     PIC ZZZZ9.
           05 FILLER           PIC X(10) VALUE " warnings ".
           05 IR-FL-WARNS      PIC ZZZZ9.
       01 IR-NOTE-LINE.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 IR-N-FILE        PIC X(13).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 IR-N-TEXT        PIC X(60).
       01 IR-TOTAL-LINE.
           05 FILLER           PIC X(24) VALUE
              "Severity count - errors ".
           05 IR-T-ERRORS      PIC ZZZZZ9.
           05 FILLER           PIC X(10) VALUE " warnings ".
           05 IR-T-WARNS       PIC ZZZZZ9.
           05 FILLER           PIC X(4) VALUE " in ".
           05 IR-T-FILES       PIC ZZ9.
           05 FILLER           PIC X(8) VALUE " files, ".
           05 IR-T-RECS        PIC ZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(8) VALUE " records".
       01 IR-RESULT-LINE.
           05 FILLER           PIC X(9) VALUE "Result : ".
           05 IR-RESULT        PIC X(60).

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-SITE-CONFIG
      *> a parameter file addressed to this program checks the
      *> night's dates with nothing to answer; otherwise the prompts.
           PERFORM BATCH-MODE-RTN
           IF WS-BATCH-MODE = 'Y'
               STOP RUN
           END-IF
           PERFORM SIGN-ON-RTN
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-X
           DISPLAY (6, 1) "Checking the masters and journals ..."
           PERFORM RUN-CHECK-RTN
           MOVE WS-N-ERRORS TO IR-T-ERRORS
           MOVE WS-N-WARNS TO IR-T-WARNS
           DISPLAY (8, 1) "Errors   : " IR-T-ERRORS
           DISPLAY (9, 1) "Warnings : " IR-T-WARNS
           IF WS-N-ERRORS > 0
               DISPLAY (11, 1)
                   "Integrity ERRORS found - see INTEGRITY.TXT"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-N-WARNS > 0
                   DISPLAY (11, 1)
                       "Integrity warnings - see INTEGRITY.TXT"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY (11, 1)
                       "Files agree - see INTEGRITY.TXT"
               END-IF
           END-IF
           STOP RUN.

       RUN-CHECK-RTN.
      *> a seated run replaces the report; an unattended invocation
      *> may check several dates, so it appends.
           IF WS-UNATTENDED = 'Y'
               OPEN EXTEND INTEG-FILE
               IF WS-INT-STATUS = "35"
                   OPEN OUTPUT INTEG-FILE
               END-IF
           ELSE
               OPEN OUTPUT INTEG-FILE
           END-IF
           MOVE WS-RUN-DATE-X TO IR-HDR-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO IR-HDR-RUN
           WRITE INTEG-LINE FROM IR-HEADER
           MOVE SPACES TO INTEG-LINE
           WRITE INTEG-LINE

           MOVE 0 TO WS-N-FILES WS-N-RECS WS-N-ERRORS WS-N-WARNS
           PERFORM OPEN-MASTERS-RTN

           MOVE "Student fees" TO IR-SEC-TITLE
           MOVE WS-DIR-P2 TO IR-SEC-DIR
           WRITE INTEG-LINE FROM IR-SECTION-LINE
           PERFORM CHECK-STUDMAST-RTN
           PERFORM CHECK-BALMAST-RTN
           PERFORM CHECK-LEDGER-RTN
           PERFORM CHECK-SPONLEDG-RTN
           PERFORM CHECK-ENROLL-RTN

           MOVE "Bank" TO IR-SEC-TITLE
           MOVE WS-DIR-P3 TO IR-SEC-DIR
           WRITE INTEG-LINE FROM IR-SECTION-LINE
           PERFORM CHECK-ACCTMAST-RTN
           PERFORM CHECK-PBPOS-RTN
           PERFORM CHECK-PASSBOOK-RTN
           PERFORM CHECK-SIFILE-RTN
           PERFORM CHECK-CHECKQ-RTN

           MOVE "Electric billing" TO IR-SEC-TITLE
           MOVE WS-DIR-P4 TO IR-SEC-DIR
           WRITE INTEG-LINE FROM IR-SECTION-LINE
           PERFORM CHECK-CUSTMAST-RTN
           PERFORM CHECK-METERHIST-RTN
           PERFORM CHECK-SVCORDER-RTN
           PERFORM CHECK-ARLEDGER-RTN

           MOVE "Licensure exams" TO IR-SEC-TITLE
           MOVE WS-DIR-P5 TO IR-SEC-DIR
           WRITE INTEG-LINE FROM IR-SECTION-LINE
           PERFORM CHECK-EXAMMAST-RTN
           PERFORM CHECK-REGISTRY-RTN

           MOVE "Population report" TO IR-SEC-TITLE
           MOVE WS-DIR-P6 TO IR-SEC-DIR
           WRITE INTEG-LINE FROM IR-SECTION-LINE
           PERFORM CHECK-FACULTY-RTN

           PERFORM CLOSE-MASTERS-RTN
           MOVE SPACES TO INTEG-LINE
           WRITE INTEG-LINE
           MOVE WS-N-ERRORS TO IR-T-ERRORS
           MOVE WS-N-WARNS TO IR-T-WARNS
           MOVE WS-N-FILES TO IR-T-FILES
           MOVE WS-N-RECS TO IR-T-RECS
           WRITE INTEG-LINE FROM IR-TOTAL-LINE
           IF WS-N-ERRORS > 0
               MOVE "ERRORS - hold the night postings until repaired"
                   TO IR-RESULT
           ELSE
               IF WS-N-WARNS > 0
                   MOVE "WARNINGS only - the night batch may continue"
                       TO IR-RESULT
               ELSE
                   MOVE "CLEAN - every master and journal agrees"
                       TO IR-RESULT
               END-IF
           END-IF
           WRITE INTEG-LINE FROM IR-RESULT-LINE
           MOVE SPACES TO INTEG-LINE
           WRITE INTEG-LINE
           CLOSE INTEG-FILE
           PERFORM WRITE-AUDIT-RTN.

       OPEN-MASTERS-RTN.
      *> read-only throughout: nothing here ever writes a master.
           MOVE 'N' TO WS-SM-OPEN WS-BM-OPEN WS-MST-OPEN WS-CIF-OPEN
           MOVE 'N' TO WS-PBP-OPEN WS-CM-OPEN WS-MH-OPEN WS-SO-OPEN
           MOVE 'N' TO WS-EM-OPEN WS-RG-OPEN
           OPEN INPUT STUD-MASTER
           IF WS-SM-STATUS = "00"
               MOVE 'Y' TO WS-SM-OPEN
           END-IF
           OPEN INPUT BAL-MASTER
           IF WS-BM-STATUS = "00"
               MOVE 'Y' TO WS-BM-OPEN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MST-STATUS = "00"
               MOVE 'Y' TO WS-MST-OPEN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CIF-STATUS = "00"
               MOVE 'Y' TO WS-CIF-OPEN
           END-IF
           OPEN INPUT PBPOS-FILE
           IF WS-PBP-STATUS = "00"
               MOVE 'Y' TO WS-PBP-OPEN
           END-IF
           OPEN INPUT CUST-MASTER
           IF WS-CM-STATUS = "00"
               MOVE 'Y' TO WS-CM-OPEN
           END-IF
           OPEN INPUT METER-HISTORY
           IF WS-MH-STATUS = "00"
               MOVE 'Y' TO WS-MH-OPEN
           END-IF
           OPEN INPUT SVC-ORDER
           IF WS-SO-STATUS = "00"
               MOVE 'Y' TO WS-SO-OPEN
           END-IF
           OPEN INPUT EXAM-MASTER
           IF WS-EM-STATUS = "00"
               MOVE 'Y' TO WS-EM-OPEN
           END-IF
           OPEN INPUT REGISTRY-FILE
           IF WS-RG-STATUS = "00"
               MOVE 'Y' TO WS-RG-OPEN
           END-IF.

       CLOSE-MASTERS-RTN.
           IF WS-SM-OPEN = 'Y'
               CLOSE STUD-MASTER
           END-IF
           IF WS-BM-OPEN = 'Y'
               CLOSE BAL-MASTER
           END-IF
           IF WS-MST-OPEN = 'Y'
               CLOSE ACCOUNT-MASTER
           END-IF
           IF WS-CIF-OPEN = 'Y'
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-PBP-OPEN = 'Y'
               CLOSE PBPOS-FILE
           END-IF
           IF WS-CM-OPEN = 'Y'
               CLOSE CUST-MASTER
           END-IF
           IF WS-MH-OPEN = 'Y'
               CLOSE METER-HISTORY
           END-IF
           IF WS-SO-OPEN = 'Y'
               CLOSE SVC-ORDER
           END-IF
           IF WS-EM-OPEN = 'Y'
               CLOSE EXAM-MASTER
           END-IF
           IF WS-RG-OPEN = 'Y'
               CLOSE REGISTRY-FILE
           END-IF.

      *> ---------------------------------------------------------
      *> Student fees
      *> ---------------------------------------------------------
       CHECK-STUDMAST-RTN.
           MOVE "STUDMAST.DAT" TO WS-F-FILE
           PERFORM FILE-START-RTN
           MOVE WS-SM-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-OPEN-RTN
           IF WS-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO SM-STUD-NO
           START STUD-MASTER KEY IS NOT LESS THAN SM-STUD-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-RECS
                       MOVE WS-FC-RECS TO WS-F-REC
                       MOVE SM-STUD-NO TO WS-F-KEY
                       IF SM-COURSE-CODE NOT NUMERIC
                           OR SM-YEAR NOT NUMERIC
                           MOVE 'W' TO WS-F-SEV
                           MOVE "course or year not numeric"
                               TO WS-F-TEXT
                           PERFORM WRITE-FINDING-RTN
                       END-IF
               END-READ
           END-PERFORM
           PERFORM FILE-END-RTN.

       CHECK-BALMAST-RTN.
      *> a balance record for a student the master no longer has is
      *> money nobody can bill or refund.
           MOVE "BALMAST.DAT" TO WS-F-FILE
           PERFORM FILE-START-RTN
           MOVE WS-BM-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-OPEN-RTN
           IF WS-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO BM-STUD-NO
           START BAL-MASTER KEY IS NOT LESS THAN BM-STUD-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ BAL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-RECS
                       PERFORM BALMAST-RECORD-RTN
               END-READ
           END-PERFORM
           PERFORM FILE-END-RTN.

       BALMAST-RECORD-RTN.
           MOVE WS-FC-RECS TO WS-F-REC
           MOVE BM-STUD-NO TO WS-F-KEY
           MOVE 'E' TO WS-F-SEV
           IF BM-ASSESSED NOT NUMERIC OR BM-PAID NOT NUMERIC
               OR BM-ADJUSTED NOT NUMERIC OR BM-REFUNDED NOT NUMERIC
               MOVE "assessed/paid/adjusted/refunded not numeric"
                   TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF
           IF BM-BALANCE NOT NUMERIC
               MOVE "balance not numeric" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF
           MOVE BM-STUD-NO TO SM-STUD-NO
           PERFORM FIND-STUDENT-RTN
           IF WS-FOUND = 'N'
               MOVE 'E' TO WS-F-SEV
               MOVE "student not on STUDMAST.DAT" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF.

       CHECK-LEDGER-RTN.
           MOVE "LEDGER.TXT" TO WS-F-FILE
           PERFORM FILE-START-RTN
           OPEN INPUT LEDGER-FILE
           MOVE WS-LED-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-OPEN-RTN
           IF WS-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-RECS
                       MOVE LEDGER-LINE TO LED-REC
                       PERFORM LEDGER-LINE-RTN
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           PERFORM FILE-END-RTN.

       LEDGER-LINE-RTN.
           IF LEDGER-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FC-RECS TO WS-F-REC
           MOVE LEDGER-LINE(2:10) TO WS-F-KEY
           MOVE 'E' TO WS-F-SEV
           IF LED-STUD-NO NOT NUMERIC
               MOVE "student number not numeric" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
               EXIT PARAGRAPH
           END-IF
           IF LED-AMOUNT NOT NUMERIC
               MOVE "amount not numeric" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF
           MOVE LED-STUD-NO TO SM-STUD-NO
           PERFORM FIND-STUDENT-RTN
           IF WS-FOUND = 'N'
               MOVE 'E' TO WS-F-SEV
               MOVE "student not on STUDMAST.DAT" TO WS-F-TEXT
               PERFORM ORPHAN-FINDING-RTN
           END-IF.

       CHECK-SPONLEDG-RTN.
           MOVE "SPONLEDG.TXT" TO WS-F-FILE
           PERFORM FILE-START-RTN
           OPEN INPUT SPONLEDG-FILE
           MOVE WS-SPL-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-OPEN-RTN
           IF WS-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SPONLEDG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-RECS
                       MOVE SPONLEDG-LINE TO SPL-REC
                       PERFORM SPONLEDG-LINE-RTN
               END-READ
           END-PERFORM
           CLOSE SPONLEDG-FILE
           PERFORM FILE-END-RTN.

       SPONLEDG-LINE-RTN.
           IF SPONLEDG-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FC-RECS TO WS-F-REC
           MOVE SPONLEDG-LINE(8:10) TO WS-F-KEY
           MOVE 'E' TO WS-F-SEV
           IF SPL-STUD-NO NOT NUMERIC
               MOVE "student number not numeric" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
               EXIT PARAGRAPH
           END-IF
           IF SPL-AMOUNT NOT NUMERIC
               MOVE "amount not numeric" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF
           MOVE SPL-STUD-NO TO SM-STUD-NO
           PERFORM FIND-STUDENT-RTN
           IF WS-FOUND = 'N'
               MOVE 'E' TO WS-F-SEV
               MOVE "sponsored student not on STUDMAST.DAT"
                   TO WS-F-TEXT
               PERFORM ORPHAN-FINDING-RTN
           END-IF.

       CHECK-ENROLL-RTN.
      *> the registrar's extract runs ahead of assessment, so an
      *> enrollee not yet on the student master is only a warning.
           MOVE "ENROLL.TXT" TO WS-F-FILE
           PERFORM FILE-START-RTN
           OPEN INPUT ENROLL-FILE
           MOVE WS-EN-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-OPEN-RTN
           IF WS-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-RECS
                       PERFORM ENROLL-LINE-RTN
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE
           PERFORM FILE-END-RTN.

       ENROLL-LINE-RTN.
           MOVE WS-FC-RECS TO WS-F-REC
           MOVE ENROLL-REC(1:10) TO WS-F-KEY
           IF EN-STUD-NO NOT NUMERIC
               MOVE 'E' TO WS-F-SEV
               MOVE "student number not numeric" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
               EXIT PARAGRAPH
           END-IF
           IF EN-TUITION NOT NUMERIC OR EN-COUNCIL NOT NUMERIC
               OR EN-LAB NOT NUMERIC OR EN-MISC NOT NUMERIC
               MOVE 'E' TO WS-F-SEV
               MOVE "fee amounts not numeric" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF
           MOVE EN-STUD-NO TO SM-STUD-NO
           PERFORM FIND-STUDENT-RTN
           IF WS-FOUND = 'N'
               MOVE 'W' TO WS-F-SEV
               MOVE "enrolled, not yet on STUDMAST.DAT" TO WS-F-TEXT
               PERFORM ORPHAN-FINDING-RTN
           END-IF.

       FIND-STUDENT-RTN.
      *> SM-STUD-NO is set by the caller.
           IF WS-SM-OPEN NOT = 'Y'
               MOVE '?' TO WS-FOUND
               MOVE "STUDMAST.DAT" TO WS-ABSENT-MASTER
               PERFORM MASTER-ABSENT-RTN
               EXIT PARAGRAPH
           END-IF
           READ STUD-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

      *> ---------------------------------------------------------
      *> Bank
      *> ---------------------------------------------------------
       CHECK-ACCTMAST-RTN.
           MOVE "ACCTMAST.DAT" TO WS-F-FILE
           PERFORM FILE-START-RTN
           MOVE WS-MST-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-OPEN-RTN
           IF WS-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO MST-ACCNO
           START ACCOUNT-MASTER KEY IS NOT LESS THAN MST-ACCNO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-RECS
                       PERFORM ACCTMAST-RECORD-RTN
               END-READ
           END-PERFORM
           PERFORM FILE-END-RTN.

       ACCTMAST-RECORD-RTN.
           MOVE WS-FC-RECS TO WS-F-REC
           MOVE MST-ACCNO TO WS-F-KEY
           MOVE 'E' TO WS-F-SEV
           IF MST-BAL NOT NUMERIC
               MOVE "balance not numeric" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF
           IF MST-ACCTYPE NOT = 'S' AND MST-ACCTYPE NOT = 'C'
               AND MST-ACCTYPE NOT = 'D' AND MST-ACCTYPE NOT = 'T'
               MOVE "account type not S, C, D or T" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF
           IF MST-STATUS NOT = 'A' AND MST-STATUS NOT = 'C'
               AND MST-STATUS NOT = 'F' AND MST-STATUS NOT = SPACE
               MOVE "status not A, C or F" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF
      *> the hold is the uncleared part of the balance: it can be
      *> neither negative nor more than the balance itself.
           IF MST-HOLD NOT NUMERIC
               IF MST-HOLD-X NOT = SPACES
                   AND MST-HOLD-X NOT = LOW-VALUES
                   MOVE "hold not numeric or negative" TO WS-F-TEXT
                   PERFORM WRITE-FINDING-RTN
               END-IF
           ELSE
               IF MST-BAL NUMERIC AND MST-HOLD > MST-BAL
                   MOVE "hold exceeds the balance" TO WS-F-TEXT
                   PERFORM WRITE-FINDING-RTN
               END-IF
           END-IF
           IF MST-ACCTYPE = 'T'
               IF MST-TD-MATURITY NOT NUMERIC OR MST-TD-MATURITY = 0
                   MOVE 'W' TO WS-F-SEV
                   MOVE "time deposit with no maturity date"
                       TO WS-F-TEXT
                   PERFORM WRITE-FINDING-RTN
               END-IF
           ELSE
               IF MST-TD-MATURITY NUMERIC AND MST-TD-MATURITY > 0
                   MOVE "maturity date on a non-TD account"
                       TO WS-F-TEXT
                   PERFORM WRITE-FINDING-RTN
               END-IF
           END-IF
           IF MST-STATUS = 'C' AND MST-BAL NUMERIC AND MST-BAL > 0
               MOVE 'W' TO WS-F-SEV
               MOVE "closed account still carries a balance"
                   TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF
           IF MST-CIF NUMERIC AND MST-CIF > 0
               PERFORM FIND-CIF-RTN
               IF WS-FOUND = 'N'
                   MOVE 'E' TO WS-F-SEV
                   MOVE "CIF number not on CUSTMAST.DAT" TO WS-F-TEXT
                   PERFORM WRITE-FINDING-RTN
               END-IF
           END-IF.

       FIND-CIF-RTN.
           IF WS-CIF-OPEN NOT = 'Y'
               MOVE '?' TO WS-FOUND
               MOVE "CUSTMAST.DAT" TO WS-ABSENT-MASTER
               PERFORM MASTER-ABSENT-RTN
               EXIT PARAGRAPH
           END-IF
           MOVE MST-CIF TO CIF-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

       CHECK-PBPOS-RTN.
      *> a print position for an account that is gone is harmless
      *> on its own but says the account was removed by hand.
           MOVE "PBPOS.DAT" TO WS-F-FILE
           PERFORM FILE-START-RTN
           MOVE WS-PBP-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-OPEN-RTN
           IF WS-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO PBP-ACCNO
           START PBPOS-FILE KEY IS NOT LESS THAN PBP-ACCNO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PBPOS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-RECS
                       MOVE WS-FC-RECS TO WS-F-REC
                       MOVE PBP-ACCNO TO WS-F-KEY
                       MOVE PBP-ACCNO TO WS-LOOK-ACCNO
                       PERFORM FIND-ACCOUNT-RTN
                       IF WS-FOUND = 'N'
                           MOVE 'W' TO WS-F-SEV
                           MOVE "passbook position, no account"
                               TO WS-F-TEXT
                           PERFORM WRITE-FINDING-RTN
                       END-IF
               END-READ
           END-PERFORM
           PERFORM FILE-END-RTN.

       CHECK-PASSBOOK-RTN.
           MOVE "PASSBOOK.TXT" TO WS-F-FILE
           PERFORM FILE-START-RTN
           OPEN INPUT HISTORY-FILE
           MOVE WS-HIST-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-OPEN-RTN
           IF WS-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-RECS
                       MOVE HIST-LINE TO WS-HIST-PARSE
                       IF WS-HP-ACCNO NUMERIC
                           MOVE WS-FC-RECS TO WS-F-REC
                           MOVE WS-HP-ACCNO TO WS-F-KEY
                           MOVE WS-HP-ACCNO TO WS-LOOK-ACCNO-X
                           PERFORM FIND-ACCOUNT-RTN
                           IF WS-FOUND = 'N'
                               MOVE 'E' TO WS-F-SEV
                               MOVE "account not on ACCTMAST.DAT"
                                   TO WS-F-TEXT
                               PERFORM ORPHAN-FINDING-RTN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           PERFORM FILE-END-RTN.

       CHECK-SIFILE-RTN.
      *> a standing instruction against a closed or missing account
      *> fails every time the batch reaches it.
           MOVE "SIFILE.TXT" TO WS-F-FILE
           PERFORM FILE-START-RTN
           OPEN INPUT SI-FILE
           MOVE WS-SI-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-OPEN-RTN
           IF WS-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SI-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-RECS
                       PERFORM SIFILE-LINE-RTN
               END-READ
           END-PERFORM
           CLOSE SI-FILE
           PERFORM FILE-END-RTN.

       SIFILE-LINE-RTN.
           MOVE WS-FC-RECS TO WS-F-REC
           MOVE 'E' TO WS-F-SEV
           MOVE SI-REC(1:10) TO WS-F-KEY
           IF SI-AMT NOT NUMERIC OR SI-NEXT-RUN NOT NUMERIC
               MOVE "amount or next run date not numeric"
                   TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF
           IF SI-SRC NOT NUMERIC
               MOVE "source account not numeric" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           ELSE
               MOVE SI-SRC TO WS-LOOK-ACCNO
               PERFORM FIND-ACCOUNT-RTN
               IF WS-FOUND = 'N'
                   MOVE "source account not on ACCTMAST.DAT"
                       TO WS-F-TEXT
                   PERFORM WRITE-FINDING-RTN
               END-IF
               IF WS-FOUND = 'Y' AND MST-STATUS = 'C'
                   MOVE "source account is closed" TO WS-F-TEXT
                   PERFORM WRITE-FINDING-RTN
               END-IF
           END-IF
           MOVE SI-REC(11:10) TO WS-F-KEY
           IF SI-DST NOT NUMERIC
               MOVE "destination account not numeric" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           ELSE
               MOVE SI-DST TO WS-LOOK-ACCNO
               PERFORM FIND-ACCOUNT-RTN
               IF WS-FOUND = 'N'
                   MOVE "destination account not on ACCTMAST.DAT"
                       TO WS-F-TEXT
                   PERFORM WRITE-FINDING-RTN
               END-IF
               IF WS-FOUND = 'Y' AND MST-STATUS = 'C'
                   MOVE "destination account is closed" TO WS-F-TEXT
                   PERFORM WRITE-FINDING-RTN
               END-IF
           END-IF.

       CHECK-CHECKQ-RTN.
      *> a held check on a closed or missing account can never
      *> clear into it.
           MOVE "CHECKQ.TXT" TO WS-F-FILE
           PERFORM FILE-START-RTN
           OPEN INPUT CHECKQ-FILE
           MOVE WS-CKQ-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-OPEN-RTN
           IF WS-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHECKQ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-RECS
                       PERFORM CHECKQ-LINE-RTN
               END-READ
           END-PERFORM
           CLOSE CHECKQ-FILE
           PERFORM FILE-END-RTN.

       CHECKQ-LINE-RTN.
           MOVE WS-FC-RECS TO WS-F-REC
           MOVE 'E' TO WS-F-SEV
           MOVE CKQ-REC(1:10) TO WS-F-KEY
           IF CKQ-AMT NOT NUMERIC OR CKQ-DATE NOT NUMERIC
               MOVE "amount or clearing date not numeric"
                   TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF
           IF CKQ-ACCNO NOT NUMERIC
               MOVE "account not numeric" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
               EXIT PARAGRAPH
           END-IF
           MOVE CKQ-ACCNO TO WS-LOOK-ACCNO
           PERFORM FIND-ACCOUNT-RTN
           IF WS-FOUND = 'N'
               MOVE "held check, account not on ACCTMAST.DAT"
                   TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF
           IF WS-FOUND = 'Y' AND MST-STATUS = 'C'
               MOVE "held check on a closed account" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF.

       FIND-ACCOUNT-RTN.
      *> WS-LOOK-ACCNO is set by the caller; on 'Y' the account's
      *> master record is left in MASTER-REC for its status.
           IF WS-MST-OPEN NOT = 'Y'
               MOVE '?' TO WS-FOUND
               MOVE "ACCTMAST.DAT" TO WS-ABSENT-MASTER
               PERFORM MASTER-ABSENT-RTN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOK-ACCNO TO MST-ACCNO
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

      *> ---------------------------------------------------------
      *> Electric billing
      *> ---------------------------------------------------------
       CHECK-CUSTMAST-RTN.
           MOVE "CUSTMAST.DAT" TO WS-F-FILE
           PERFORM FILE-START-RTN
           MOVE WS-CM-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-OPEN-RTN
           IF WS-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO CM-ACCOUNT-NO
           START CUST-MASTER KEY IS NOT LESS THAN CM-ACCOUNT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUST-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-RECS
                       PERFORM CUSTMAST-RECORD-RTN
               END-READ
           END-PERFORM
           PERFORM FILE-END-RTN.

       CUSTMAST-RECORD-RTN.
           MOVE WS-FC-RECS TO WS-F-REC
           MOVE CM-ACCOUNT-NO TO WS-F-KEY
           IF CM-SERVICE-STATUS NOT = 'C'
               AND CM-SERVICE-STATUS NOT = 'D'
               AND CM-SERVICE-STATUS NOT = 'R'
               AND CM-SERVICE-STATUS NOT = 'T'
               AND CM-SERVICE-STATUS NOT = SPACE
               MOVE 'W' TO WS-F-SEV
               MOVE "service status not C, D, R or T" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF
      *> an auto-debit enrollment must point at a live bank account,
      *> or the ADA debit file is rejected line by line.
           IF CM-ADA-ACCNO NUMERIC AND CM-ADA-ACCNO > 0
               MOVE CM-ADA-ACCNO TO WS-LOOK-ACCNO
               PERFORM FIND-ACCOUNT-RTN
               MOVE 'E' TO WS-F-SEV
               IF WS-FOUND = 'N'
                   MOVE "ADA account not on the bank's ACCTMAST.DAT"
                       TO WS-F-TEXT
                   PERFORM WRITE-FINDING-RTN
               END-IF
               IF WS-FOUND = 'Y' AND MST-STATUS = 'C'
                   MOVE "ADA account is closed at the bank"
                       TO WS-F-TEXT
                   PERFORM WRITE-FINDING-RTN
               END-IF
           END-IF.

       CHECK-METERHIST-RTN.
           MOVE "METERHIST.DAT" TO WS-F-FILE
           PERFORM FILE-START-RTN
           MOVE WS-MH-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-OPEN-RTN
           IF WS-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO MH-ACCOUNT-NO
           START METER-HISTORY KEY IS NOT LESS THAN MH-ACCOUNT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ METER-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-RECS
                       MOVE WS-FC-RECS TO WS-F-REC
                       MOVE MH-ACCOUNT-NO TO WS-F-KEY
                       MOVE 'E' TO WS-F-SEV
                       IF MH-LAST-READ NOT NUMERIC
                           MOVE "last reading not numeric"
                               TO WS-F-TEXT
                           PERFORM WRITE-FINDING-RTN
                       END-IF
                       MOVE MH-ACCOUNT-NO TO CM-ACCOUNT-NO
                       PERFORM FIND-CUSTOMER-RTN
                       IF WS-FOUND = 'N'
                           MOVE "meter history, no customer"
                               TO WS-F-TEXT
                           PERFORM WRITE-FINDING-RTN
                       END-IF
               END-READ
           END-PERFORM
           PERFORM FILE-END-RTN.

       CHECK-SVCORDER-RTN.
      *> an open order for a missing account sends a crew to
      *> nobody; a finished one is history and only a warning.
           MOVE "SVCORDER.DAT" TO WS-F-FILE
           PERFORM FILE-START-RTN
           MOVE WS-SO-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-OPEN-RTN
           IF WS-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO SO-ORDER-NO
           START SVC-ORDER KEY IS NOT LESS THAN SO-ORDER-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ SVC-ORDER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-RECS
                       MOVE WS-FC-RECS TO WS-F-REC
                       MOVE SO-ORDER-NO TO WS-F-KEY
                       MOVE SO-ACCOUNT-NO TO CM-ACCOUNT-NO
                       PERFORM FIND-CUSTOMER-RTN
                       IF WS-FOUND = 'N'
                           IF SO-RESULT = SPACE
                               MOVE 'E' TO WS-F-SEV
                               MOVE "open order, account not on file"
                                   TO WS-F-TEXT
                           ELSE
                               MOVE 'W' TO WS-F-SEV
                               MOVE "closed order, account not on file"
                                   TO WS-F-TEXT
                           END-IF
                           PERFORM WRITE-FINDING-RTN
                       END-IF
               END-READ
           END-PERFORM
           PERFORM FILE-END-RTN.

       CHECK-ARLEDGER-RTN.
           MOVE "ARLEDGER.TXT" TO WS-F-FILE
           PERFORM FILE-START-RTN
           OPEN INPUT AR-FILE
           MOVE WS-AR-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-OPEN-RTN
           IF WS-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-RECS
                       MOVE ARL-LINE TO ARL-REC
                       PERFORM ARLEDGER-LINE-RTN
               END-READ
           END-PERFORM
           CLOSE AR-FILE
           PERFORM FILE-END-RTN.

       ARLEDGER-LINE-RTN.
           IF ARL-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FC-RECS TO WS-F-REC
           MOVE ARL-ACCOUNT-NO TO WS-F-KEY
           MOVE 'E' TO WS-F-SEV
           IF ARL-AMOUNT NOT NUMERIC
               MOVE "amount not numeric" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF
           MOVE ARL-ACCOUNT-NO TO CM-ACCOUNT-NO
           PERFORM FIND-CUSTOMER-RTN
           IF WS-FOUND = 'N'
               MOVE 'E' TO WS-F-SEV
               MOVE "account not on CUSTMAST.DAT" TO WS-F-TEXT
               PERFORM ORPHAN-FINDING-RTN
           END-IF.

       FIND-CUSTOMER-RTN.
      *> CM-ACCOUNT-NO is set by the caller.
           IF WS-CM-OPEN NOT = 'Y'
               MOVE '?' TO WS-FOUND
               MOVE "CUSTMAST.DAT" TO WS-ABSENT-MASTER
               PERFORM MASTER-ABSENT-RTN
               EXIT PARAGRAPH
           END-IF
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND
           END-READ.

      *> ---------------------------------------------------------
      *> Licensure exams
      *> ---------------------------------------------------------
       CHECK-EXAMMAST-RTN.
           MOVE "EXAMMAST.DAT" TO WS-F-FILE
           PERFORM FILE-START-RTN
           MOVE WS-EM-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-OPEN-RTN
           IF WS-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO EM-KEY
           START EXAM-MASTER KEY IS NOT LESS THAN EM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXAM-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-RECS
                       PERFORM EXAMMAST-RECORD-RTN
               END-READ
           END-PERFORM
           PERFORM FILE-END-RTN.

       EXAMMAST-RECORD-RTN.
           MOVE WS-FC-RECS TO WS-F-REC
           MOVE EM-EXAM-NO TO WS-F-KEY
           MOVE 'E' TO WS-F-SEV
           IF EM-TOTAL-ITEMS NOT NUMERIC OR EM-SCORE NOT NUMERIC
               OR EM-RATING NOT NUMERIC
               MOVE "items, score or rating not numeric" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           ELSE
               IF EM-SCORE > EM-TOTAL-ITEMS
                   MOVE "score exceeds the items given" TO WS-F-TEXT
                   PERFORM WRITE-FINDING-RTN
               END-IF
           END-IF
      *> a registration number must lead to the registry entry.
           IF EM-REG-NO NUMERIC AND EM-REG-NO > 0
               IF WS-RG-OPEN = 'Y'
                   MOVE EM-REG-NO TO RG-REG-NO
                   READ REGISTRY-FILE
                       INVALID KEY
                           MOVE "registration no. not on REGISTRY.DAT"
                               TO WS-F-TEXT
                           PERFORM WRITE-FINDING-RTN
                   END-READ
               END-IF
           END-IF.

       CHECK-REGISTRY-RTN.
      *> every professional on the registry passed a sitting that
      *> must still be on the exam master.
           MOVE "REGISTRY.DAT" TO WS-F-FILE
           PERFORM FILE-START-RTN
           MOVE WS-RG-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-OPEN-RTN
           IF WS-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO RG-REG-NO
           START REGISTRY-FILE KEY IS NOT LESS THAN RG-REG-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ REGISTRY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-RECS
                       PERFORM REGISTRY-RECORD-RTN
               END-READ
           END-PERFORM
           PERFORM FILE-END-RTN.

       REGISTRY-RECORD-RTN.
           MOVE WS-FC-RECS TO WS-F-REC
           MOVE RG-REG-NO TO WS-F-KEY
           IF RG-STATUS NOT = 'A' AND RG-STATUS NOT = 'R'
               MOVE 'W' TO WS-F-SEV
               MOVE "status not A or R" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF
           IF WS-EM-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE RG-EXAM-NO TO EM-EXAM-NO
           MOVE RG-SITTING TO EM-SITTING
           READ EXAM-MASTER
               INVALID KEY
                   MOVE 'E' TO WS-F-SEV
                   MOVE "passing sitting not on EXAMMAST.DAT"
                       TO WS-F-TEXT
                   PERFORM WRITE-FINDING-RTN
               NOT INVALID KEY
                   IF EM-REG-NO NUMERIC AND EM-REG-NO > 0
                       AND EM-REG-NO NOT = RG-REG-NO
                       MOVE 'W' TO WS-F-SEV
                       MOVE "exam record carries another reg. no."
                           TO WS-F-TEXT
                       PERFORM WRITE-FINDING-RTN
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> Population report
      *> ---------------------------------------------------------
       CHECK-FACULTY-RTN.
           MOVE "FACULTY.TXT" TO WS-F-FILE
           PERFORM FILE-START-RTN
           OPEN INPUT FACULTY-FILE
           MOVE WS-FM-STATUS TO WS-OPEN-STATUS
           PERFORM CHECK-OPEN-RTN
           IF WS-FILE-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FACULTY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FC-RECS
                       PERFORM FACULTY-RECORD-RTN
               END-READ
           END-PERFORM
           CLOSE FACULTY-FILE
           PERFORM FILE-END-RTN.

       FACULTY-RECORD-RTN.
           MOVE WS-FC-RECS TO WS-F-REC
           MOVE FM-REC(1:6) TO WS-F-KEY
           MOVE 'E' TO WS-F-SEV
           IF FM-EMP-NO NOT NUMERIC
               MOVE "employee number not numeric" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF
           IF FM-STATUS NOT = 'R' AND FM-STATUS NOT = 'P'
               MOVE 'W' TO WS-F-SEV
               MOVE "status not R or P" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
           END-IF
           MOVE 'E' TO WS-F-SEV
           IF FM-LOAD-COUNT NOT NUMERIC OR FM-LOAD-COUNT > 8
               MOVE "load count not 0 to 8" TO WS-F-TEXT
               PERFORM WRITE-FINDING-RTN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LD-J FROM 1 BY 1
               UNTIL WS-LD-J > FM-LOAD-COUNT
               IF FM-LD-BRANCH(WS-LD-J) NOT NUMERIC
                   OR FM-LD-UNITS(WS-LD-J) NOT NUMERIC
                   MOVE "course load branch or units not numeric"
                       TO WS-F-TEXT
                   PERFORM WRITE-FINDING-RTN
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
      *> Findings and counts
      *> ---------------------------------------------------------
       FILE-START-RTN.
      *> WS-F-FILE names the file about to be checked.
           MOVE 0 TO WS-FC-RECS WS-FC-ERRORS WS-FC-WARNS
           MOVE 0 TO WS-ORP-COUNT WS-ORP-REPEATS
           MOVE 'N' TO WS-ORP-SKIPPED
           ADD 1 TO WS-N-FILES.

       CHECK-OPEN-RTN.
      *> a file that is simply not there yet (a new site, a feature
      *> never used) is noted and left out of the files checked; one
      *> that is there and cannot be read is an error in itself.
           MOVE 'Y' TO WS-FILE-OK
           IF WS-OPEN-STATUS = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FILE-OK
           IF WS-OPEN-STATUS = "35"
               MOVE WS-F-FILE TO IR-N-FILE
               MOVE "not present - not checked" TO IR-N-TEXT
               WRITE INTEG-LINE FROM IR-NOTE-LINE
               SUBTRACT 1 FROM WS-N-FILES
           ELSE
               MOVE 'E' TO WS-F-SEV
               MOVE SPACES TO WS-F-KEY WS-F-TEXT
               MOVE 0 TO WS-F-REC
               STRING "cannot be opened - file status "
                   DELIMITED BY SIZE
                   WS-OPEN-STATUS DELIMITED BY SIZE
                   INTO WS-F-TEXT
               END-STRING
               PERFORM WRITE-FINDING-RTN
               PERFORM FILE-END-RTN
           END-IF.

       FILE-END-RTN.
           MOVE WS-F-FILE TO IR-FL-FILE
           MOVE WS-FC-RECS TO IR-FL-RECS
           MOVE WS-FC-ERRORS TO IR-FL-ERRORS
           MOVE WS-FC-WARNS TO IR-FL-WARNS
           WRITE INTEG-LINE FROM IR-FILE-LINE
           IF WS-ORP-REPEATS > 0
               MOVE WS-F-FILE TO IR-N-FILE
               MOVE SPACES TO IR-N-TEXT
               MOVE WS-ORP-REPEATS TO IR-FL-RECS
               STRING "plus" DELIMITED BY SIZE
                   IR-FL-RECS DELIMITED BY SIZE
                   " more lines for keys listed above"
                   DELIMITED BY SIZE
                   INTO IR-N-TEXT
               END-STRING
               WRITE INTEG-LINE FROM IR-NOTE-LINE
           END-IF
           ADD WS-FC-RECS TO WS-N-RECS.

       WRITE-FINDING-RTN.
           IF WS-F-SEV = 'E'
               MOVE "ERROR" TO IR-D-SEV
               ADD 1 TO WS-FC-ERRORS WS-N-ERRORS
           ELSE
               MOVE "WARNING" TO IR-D-SEV
               ADD 1 TO WS-FC-WARNS WS-N-WARNS
           END-IF
           MOVE WS-F-FILE TO IR-D-FILE
           MOVE WS-F-KEY TO IR-D-KEY
           MOVE WS-F-REC TO IR-D-REC
           MOVE WS-F-TEXT TO IR-D-TEXT
           WRITE INTEG-LINE FROM IR-DETAIL.

       MASTER-ABSENT-RTN.
      *> lines looked up against a master that could not be opened
      *> cannot be checked for orphans; said once per file, as a
      *> warning keyed by the master, and the line's own finding is
      *> left as the caller had it.
           IF WS-ORP-SKIPPED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ORP-SKIPPED
           MOVE WS-FINDING TO WS-FINDING-HOLD
           MOVE 'W' TO WS-F-SEV
           MOVE WS-ABSENT-MASTER TO WS-F-KEY
           MOVE 0 TO WS-F-REC
           MOVE "master not present - orphan check skipped"
               TO WS-F-TEXT
           PERFORM WRITE-FINDING-RTN
           MOVE WS-FINDING-HOLD TO WS-FINDING.

       ORPHAN-FINDING-RTN.
      *> a key already listed for this file is only counted.
           MOVE 'N' TO WS-ORP-SEEN
           PERFORM VARYING WS-ORP-IDX FROM 1 BY 1
               UNTIL WS-ORP-IDX > WS-ORP-COUNT OR WS-ORP-SEEN = 'Y'
               IF ORP-KEY(WS-ORP-IDX) = WS-F-KEY
                   MOVE 'Y' TO WS-ORP-SEEN
               END-IF
           END-PERFORM
           IF WS-ORP-SEEN = 'Y'
               ADD 1 TO WS-ORP-REPEATS
               EXIT PARAGRAPH
           END-IF
           IF WS-ORP-COUNT < 500
               ADD 1 TO WS-ORP-COUNT
               MOVE WS-F-KEY TO ORP-KEY(WS-ORP-COUNT)
           END-IF
           PERFORM WRITE-FINDING-RTN.

      *> ---------------------------------------------------------
      *> Batch control, configuration, sign-on and audit
      *> ---------------------------------------------------------
       BATCH-MODE-RTN.
           OPEN INPUT BPARM-FILE
           IF WS-BPARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BP-COUNT WS-BPK-COUNT
           MOVE 'N' TO WS-BP-EOF
           PERFORM UNTIL WS-BP-EOF = 'Y'
               READ BPARM-FILE
                   AT END
                       MOVE 'Y' TO WS-BP-EOF
                   NOT AT END
                       IF BP-FUNCTION = "INTEGRITY"
                           AND WS-BP-COUNT < 10
                           ADD 1 TO WS-BP-COUNT
                           MOVE BP-FUNCTION
                               TO BPT-FUNC(WS-BP-COUNT)
                           MOVE BP-PERIOD TO BPT-PER(WS-BP-COUNT)
                           MOVE BP-OPERATOR TO BPT-OP(WS-BP-COUNT)
      *> everything not taken this run -- other programs' lines --
      *> is held to be written back.
                       ELSE
                           IF WS-BPK-COUNT < 20
                               ADD 1 TO WS-BPK-COUNT
                               MOVE BPARM-REC
                                   TO WS-BPK-LINE(WS-BPK-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BPARM-FILE
           IF WS-BP-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-BATCH-MODE
           MOVE 'Y' TO WS-UNATTENDED
           PERFORM VARYING WS-BP-J FROM 1 BY 1
               UNTIL WS-BP-J > WS-BP-COUNT
               PERFORM RUN-ONE-BATCH-PARAM
           END-PERFORM
           PERFORM CONSUME-BATCH-PARAMS.

       CONSUME-BATCH-PARAMS.
      *> this program's lines are spent: the shared file keeps only
      *> the other programs' work, so the next launch is not
      *> hijacked into replaying tonight's parameters against the
      *> done-guard.
           OPEN OUTPUT BPARM-FILE
           PERFORM VARYING WS-BP-J FROM 1 BY 1
               UNTIL WS-BP-J > WS-BPK-COUNT
               MOVE WS-BPK-LINE(WS-BP-J) TO BPARM-REC
               WRITE BPARM-REC
           END-PERFORM
           CLOSE BPARM-FILE.

       RUN-ONE-BATCH-PARAM.
           MOVE BPT-OP(WS-BP-J) TO WS-OPERATOR-ID
           MOVE BPT-FUNC(WS-BP-J) TO BR-FUNC
           MOVE BPT-PER(WS-BP-J) TO BR-PER
           PERFORM CHECK-BATCH-DONE
           IF WS-DUP-RUN = 'Y'
               MOVE "REFUSED - already run" TO BR-DISP
               PERFORM WRITE-RUN-REPORT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE BPT-PER(WS-BP-J) TO WS-RUN-DATE-X
           PERFORM CHECK-DATE-RTN
           IF WS-RUN-DATE-OK = 'N'
               MOVE "FAILED - bad period" TO BR-DISP
               PERFORM WRITE-RUN-REPORT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM RUN-CHECK-RTN
      *> errors stop the night: the date stays open so the check is
      *> run again once the files are repaired. Warnings let the
      *> batch go on but still show in the return code.
           IF WS-N-ERRORS > 0
               MOVE "FAILED - integrity errors" TO BR-DISP
               PERFORM WRITE-RUN-REPORT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-N-WARNS > 0
               MOVE "COMPLETED - warnings" TO BR-DISP
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "COMPLETED" TO BR-DISP
           END-IF
           PERFORM WRITE-RUN-REPORT
           PERFORM WRITE-BATCH-DONE.

       CHECK-BATCH-DONE.
           MOVE 'N' TO WS-DUP-RUN
           OPEN INPUT BDONE-FILE
           IF WS-BDONE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BD-EOF
           PERFORM UNTIL WS-BD-EOF = 'Y'
               READ BDONE-FILE
                   AT END
                       MOVE 'Y' TO WS-BD-EOF
                   NOT AT END
                       IF BDN-FUNCTION = BPT-FUNC(WS-BP-J)
                           AND BDN-PERIOD = BPT-PER(WS-BP-J)
                           MOVE 'Y' TO WS-DUP-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BDONE-FILE.

       WRITE-BATCH-DONE.
           OPEN EXTEND BDONE-FILE
           IF WS-BDONE-STATUS = "35"
               OPEN OUTPUT BDONE-FILE
           END-IF
           MOVE BPT-FUNC(WS-BP-J) TO BDN-FUNCTION
           MOVE BPT-PER(WS-BP-J) TO BDN-PERIOD
           WRITE BDONE-REC
           CLOSE BDONE-FILE.

       WRITE-RUN-REPORT.
           OPEN EXTEND BRUN-FILE
           IF WS-BRUN-STATUS = "35"
               OPEN OUTPUT BRUN-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO BR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO BR-TIME
           WRITE BRUN-LINE FROM BRUN-REC
           CLOSE BRUN-FILE.

       LOAD-SITE-CONFIG.
      *> one configuration file, lines of the form KEY=PATH.
           MOVE SPACES TO WS-DIR-P2 WS-DIR-P3 WS-DIR-P4 WS-DIR-P5
           MOVE SPACES TO WS-DIR-P6 WS-DIR-SHARE
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-STATUS NOT = "00"
               DISPLAY "ERROR: SITECFG.TXT not found - cannot run"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-CFG-EOF
           PERFORM UNTIL WS-CFG-EOF = 'Y'
               READ CONFIG-FILE
                   AT END
                       MOVE 'Y' TO WS-CFG-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CFG-KEY WS-CFG-VAL
                       UNSTRING CFG-LINE DELIMITED BY "="
                           INTO WS-CFG-KEY WS-CFG-VAL
                       END-UNSTRING
                       EVALUATE WS-CFG-KEY
                           WHEN "PROB2DIR"
                               MOVE WS-CFG-VAL TO WS-DIR-P2
                           WHEN "PROB3DIR"
                               MOVE WS-CFG-VAL TO WS-DIR-P3
                           WHEN "PROB4DIR"
                               MOVE WS-CFG-VAL TO WS-DIR-P4
                           WHEN "PROB5DIR"
                               MOVE WS-CFG-VAL TO WS-DIR-P5
                           WHEN "PROB6DIR"
                               MOVE WS-CFG-VAL TO WS-DIR-P6
                           WHEN "SHAREDIR"
                               MOVE WS-CFG-VAL TO WS-DIR-SHARE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           IF WS-DIR-P2 = SPACES
               DISPLAY "ERROR: SITECFG.TXT has no PROB2DIR entry"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DIR-P3 = SPACES
               DISPLAY "ERROR: SITECFG.TXT has no PROB3DIR entry"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DIR-P4 = SPACES
               DISPLAY "ERROR: SITECFG.TXT has no PROB4DIR entry"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DIR-P5 = SPACES
               DISPLAY "ERROR: SITECFG.TXT has no PROB5DIR entry"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DIR-P6 = SPACES
               DISPLAY "ERROR: SITECFG.TXT has no PROB6DIR entry"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DIR-SHARE = SPACES
               DISPLAY "ERROR: SITECFG.TXT has no SHAREDIR entry"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING FUNCTION TRIM(WS-DIR-P2) "STUDMAST.DAT"
               DELIMITED BY SIZE INTO WS-PATH-STUDMAST
           STRING FUNCTION TRIM(WS-DIR-P2) "BALMAST.DAT"
               DELIMITED BY SIZE INTO WS-PATH-BALMAST
           STRING FUNCTION TRIM(WS-DIR-P2) "LEDGER.TXT"
               DELIMITED BY SIZE INTO WS-PATH-LEDGER
           STRING FUNCTION TRIM(WS-DIR-P2) "SPONLEDG.TXT"
               DELIMITED BY SIZE INTO WS-PATH-SPONLEDG
           STRING FUNCTION TRIM(WS-DIR-P2) "ENROLL.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ENROLL
           STRING FUNCTION TRIM(WS-DIR-P3) "ACCTMAST.DAT"
               DELIMITED BY SIZE INTO WS-PATH-ACCTMAST
           STRING FUNCTION TRIM(WS-DIR-P3) "CUSTMAST.DAT"
               DELIMITED BY SIZE INTO WS-PATH-CIFMAST
           STRING FUNCTION TRIM(WS-DIR-P3) "PBPOS.DAT"
               DELIMITED BY SIZE INTO WS-PATH-PBPOS
           STRING FUNCTION TRIM(WS-DIR-P3) "PASSBOOK.TXT"
               DELIMITED BY SIZE INTO WS-PATH-PASSBOOK
           STRING FUNCTION TRIM(WS-DIR-P3) "SIFILE.TXT"
               DELIMITED BY SIZE INTO WS-PATH-SIFILE
           STRING FUNCTION TRIM(WS-DIR-P3) "CHECKQ.TXT"
               DELIMITED BY SIZE INTO WS-PATH-CHECKQ
           STRING FUNCTION TRIM(WS-DIR-P4) "CUSTMAST.DAT"
               DELIMITED BY SIZE INTO WS-PATH-CUSTMAST
           STRING FUNCTION TRIM(WS-DIR-P4) "METERHIST.DAT"
               DELIMITED BY SIZE INTO WS-PATH-METERHIST
           STRING FUNCTION TRIM(WS-DIR-P4) "SVCORDER.DAT"
               DELIMITED BY SIZE INTO WS-PATH-SVCORDER
           STRING FUNCTION TRIM(WS-DIR-P4) "ARLEDGER.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ARLEDGER
           STRING FUNCTION TRIM(WS-DIR-P5) "EXAMMAST.DAT"
               DELIMITED BY SIZE INTO WS-PATH-EXAMMAST
           STRING FUNCTION TRIM(WS-DIR-P5) "REGISTRY.DAT"
               DELIMITED BY SIZE INTO WS-PATH-REGISTRY
           STRING FUNCTION TRIM(WS-DIR-P6) "FACULTY.TXT"
               DELIMITED BY SIZE INTO WS-PATH-FACULTY
           STRING FUNCTION TRIM(WS-DIR-SHARE) "INTEGRITY.TXT"
               DELIMITED BY SIZE INTO WS-PATH-INTEG
           STRING FUNCTION TRIM(WS-DIR-SHARE) "AUDIT.TXT"
               DELIMITED BY SIZE INTO WS-PATH-AUDIT
           STRING FUNCTION TRIM(WS-DIR-SHARE) "BATCHPARM.TXT"
               DELIMITED BY SIZE INTO WS-PATH-BPARM
           STRING FUNCTION TRIM(WS-DIR-SHARE) "BATCHDONE.TXT"
               DELIMITED BY SIZE INTO WS-PATH-BDONE
           STRING FUNCTION TRIM(WS-DIR-SHARE) "BATCHRUN.TXT"
               DELIMITED BY SIZE INTO WS-PATH-BRUN.

       SIGN-ON-RTN.
      *> nothing runs until the operator identifies themselves; the
      *> ID is re-keyed as verification and goes on the audit line.
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               MOVE SPACES TO WS-OPERATOR-ID WS-OPERATOR-VER
               DISPLAY (1, 1) "Operator Sign-On"
               DISPLAY (3, 1) "Operator ID : "
               ACCEPT (3, 16) WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY (6, 1) "ERROR: Operator ID is required"
               ELSE
                   DISPLAY (4, 1) "Re-enter ID : "
                   ACCEPT (4, 16) WS-OPERATOR-VER
                   IF WS-OPERATOR-VER = WS-OPERATOR-ID
                       MOVE 'Y' TO FLAGSW
                   ELSE
                       DISPLAY (6, 1) "ERROR: IDs do not match       "
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-DATE-RTN.
           MOVE 'Y' TO WS-RUN-DATE-OK
           IF WS-RUN-DATE-X NOT NUMERIC
               MOVE 'N' TO WS-RUN-DATE-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-DATE-X(5:2) < "01" OR WS-RUN-DATE-X(5:2) > "12"
               OR WS-RUN-DATE-X(7:2) < "01"
               OR WS-RUN-DATE-X(7:2) > "31"
               MOVE 'N' TO WS-RUN-DATE-OK
           END-IF.

       WRITE-AUDIT-RTN.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE WS-N-RECS TO AUD-RECORDS
           MOVE WS-N-ERRORS TO AUD-TXNS
           MOVE 0 TO AUD-AMOUNT
           WRITE AUDIT-LINE FROM AUD-REC
           CLOSE AUDIT-FILE.
