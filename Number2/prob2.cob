           SELECT ENROLL-FILE ASSIGN TO WS-PATH-ENROLL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.
      *> the registrar's subject load: one line per subject a student
      *> is enrolled in, so tuition and lab fees follow the units the
      *> student actually carries instead of a flat course/year rate.
           SELECT SUBJLOAD-FILE ASSIGN TO WS-PATH-SUBJLOAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJ-STATUS.
      *> scholarship sponsors (CHED, the city, company grants) and
      *> the sponsors' own receivable: what each was billed for its
      *> scholars and what it has remitted, kept apart from LEDGER.TXT.
           SELECT SPONSOR-FILE ASSIGN TO WS-PATH-SPONSOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPN-STATUS.
           SELECT SPONLEDG-FILE ASSIGN TO WS-PATH-SPONLEDG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-STATUS.
           SELECT SPONBILL-FILE ASSIGN TO WS-PATH-SPONBILL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO WS-PATH-REJECTS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-SCHED-FILE ASSIGN TO WS-PATH-FEESCHED
           SELECT ORCTL-FILE ASSIGN TO WS-PATH-ORCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORCTL-STATUS.
      *> every cancelled OR, the history of registered booklets, and
      *> the monthly OR accountability report for the auditors.
           SELECT ORVOID-FILE ASSIGN TO WS-PATH-ORVOID
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORV-STATUS.
           SELECT ORBOOKS-FILE ASSIGN TO WS-PATH-ORBOOKS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORB-STATUS.
           SELECT ORACCT-FILE ASSIGN TO WS-PATH-ORACCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASHRPT-FILE ASSIGN TO WS-PATH-CASHRPT
               ORGANIZATION IS LINE SEQUENTIAL.
      *> registrar-versus-bursar reconciliation report.
      *> permanent student master kept between runs the way
      *> BANK-ACCOUNT keeps ACCTMAST.DAT -- created at first
      *> assessment, looked up on later ones.
      *> examination permits: the printed permits, the list of
      *> students refused one with the amount still needed, and the
      *> log of every permit number ever issued so a reprint can be
      *> told from an original.
           SELECT PERMIT-FILE ASSIGN TO WS-PATH-PERMITS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOPERMIT-FILE ASSIGN TO WS-PATH-NOPERMIT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERMITLOG-FILE ASSIGN TO WS-PATH-PERMITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT STUD-MASTER ASSIGN TO WS-PATH-STUDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUD-NO
               FILE STATUS IS WS-SM-STATUS.
      *> each student's running balance, kept current by every ledger
      *> write, so a lookup is one keyed read instead of a pass over
      *> the whole ledger.
           SELECT BAL-MASTER ASSIGN TO WS-PATH-BALMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-STUD-NO
               FILE STATUS IS WS-BM-STATUS.
      *> one closed month of the ledger, named at run time.
           SELECT ARCHLED-FILE ASSIGN TO WS-ARCH-LED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT BALDIFF-FILE ASSIGN TO WS-PATH-BALDIFF
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
           05 EN-COUNCIL               PIC 9(3)V99.
           05 EN-LAB                   PIC 9(3)V99.
           05 EN-MISC                  PIC 9(4)V99.
           05 EN-SPONSOR-CD            PIC X(6).

      *> Registrar's subject load, one record per student per subject;
      *> the lab flag is 'Y' for a subject that carries a laboratory.
       FD SUBJLOAD-FILE.
       01 SUBJLOAD-REC.
           05 SL-STUD-NO               PIC 9(10).
           05 SL-SUBJ-CODE             PIC X(8).
           05 SL-UNITS                 PIC 9.
           05 SL-LAB-FLAG              PIC X.

      *> Sponsor master kept by the scholarship office: what share of
      *> a scholar's assessment the sponsor carries -- a percentage of
      *> tuition only ('T') or of all fees ('A'), up to a peso cap per
      *> scholar per term (zero = no cap).
       FD SPONSOR-FILE.
       01 SPONSOR-REC.
           05 SP-CODE                  PIC X(6).
           05 SP-NAME                  PIC X(30).
           05 SP-PCT                   PIC 9(3).
           05 SP-SCOPE                 PIC X.
           05 SP-CAP                   PIC 9(6)V99.

      *> Sponsor receivable journal, laid out in SPL-REC: 'A' is the
      *> sponsor's share of one scholar's assessment, 'P' a remittance.
       FD SPONLEDG-FILE.
       01 SPONLEDG-LINE                PIC X(80).

       FD SPONBILL-FILE.
       01 SPONBILL-LINE                PIC X(100).

       FD REJECT-FILE.
       01 REJECT-LINE                  PIC X(120).
           05 CKPT-SECTION             PIC 9.
           05 CKPT-TOTAL-FEES          PIC 9(5)V99.
           05 CKPT-DISCOUNT            PIC 9(5)V99.
           05 CKPT-TUITION             PIC 9(5)V99.
           05 CKPT-COUNCIL             PIC 9(3)V99.
           05 CKPT-LAB                 PIC 9(4)V99.
           05 CKPT-MISC                PIC 9(4)V99.
           05 CKPT-SPONSOR-CD          PIC X(6).

       FD ADJREG-FILE.
       01 ADJREG-LINE                  PIC X(70).
       FD CASHRPT-FILE.
       01 CASHRPT-LINE                 PIC X(80).

      *> one line per cancelled OR, laid out in VD-REC.
       FD ORVOID-FILE.
       01 ORVOID-LINE                  PIC X(80).

      *> one line per booklet ever registered, laid out in OBK-REC.
       FD ORBOOKS-FILE.
       01 ORBOOKS-LINE                 PIC X(60).

       FD ORACCT-FILE.
       01 ORACCT-LINE                  PIC X(100).

       FD BURSAR-FILE.
       01 BURSAR-LINE                  PIC X(50).

       FD RECON-FILE.
       01 RECON-LINE                   PIC X(100).

      *> One permit per page, form-feed separated like SOA.TXT.
       FD PERMIT-FILE.
       01 PERMIT-LINE                  PIC X(80).

       FD NOPERMIT-FILE.
       01 NOPERMIT-LINE                PIC X(100).

       FD PERMITLOG-FILE.
       01 PERMITLOG-LINE               PIC X(60).

      *> One record per student the bursar has ever assessed, keyed
      *> on Student No. The term last assessed blocks a second
      *> assessment in the same term even across separate sessions,
           05 SM-SECTION               PIC 9.
           05 SM-STUD-TYPE             PIC X.
           05 SM-TERM-ASSESSED         PIC X(7).
           05 SM-SPONSOR-CD            PIC X(6).

      *> One record per student with a ledger, posted in the same step
      *> as the ledger line: what has been assessed, paid (cashier and
      *> bank), credited by adjustment and refunded, the balance left,
      *> and whether the current epoch is on an installment plan.
       FD BAL-MASTER.
       01 BM-REC.
           05 BM-STUD-NO               PIC 9(10).
           05 BM-STUD-NAME             PIC X(25).
           05 BM-ASSESSED              PIC 9(9)V99.
           05 BM-PAID                  PIC 9(9)V99.
           05 BM-ADJUSTED              PIC 9(9)V99.
           05 BM-REFUNDED              PIC 9(9)V99.
           05 BM-BALANCE               PIC S9(9)V99.
           05 BM-PLAN-STATUS           PIC X.
           05 BM-LAST-DATE             PIC 9(8).

       FD ARCHLED-FILE.
       01 ARCHLED-LINE                 PIC X(70).

       FD BALDIFF-FILE.
       01 BALDIFF-LINE                 PIC X(100).

      *> Term fee schedule maintained by the accounting office, one
      *> row per course code and year. The per-unit rate and the fee
      *> per laboratory subject price a student's subject load; a row
      *> written before they existed leaves them blank, and the flat
      *> tuition and lab amounts then stand.
       FD FEE-SCHED-FILE.
       01 FEE-SCHED-REC.
           05 FS-COURSE                PIC 9.
           05 FS-COUNCIL               PIC 9(3)V99.
           05 FS-LAB                   PIC 9(3)V99.
           05 FS-MISC                  PIC 9(4)V99.
           05 FS-UNIT-RATE             PIC 9(3)V99.
           05 FS-LAB-SUBJ-FEE          PIC 9(4)V99.

       FD GLMAP-FILE.
       01 GLMAP-LINE                   PIC X(80).

       FD GLJNL-FILE.
       01 GLJNL-LINE                   PIC X(80).

       FD GLPOST-FILE.
       01 GLPOST-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
      *> Site configuration: the two folders this program needs and
           05 WS-PATH-BANKPOST         PIC X(60).
           05 WS-PATH-ADJREG           PIC X(60).
           05 WS-PATH-STUDMAST         PIC X(60).
           05 WS-PATH-SUBJLOAD         PIC X(60).
           05 WS-PATH-PERMITS          PIC X(60).
           05 WS-PATH-NOPERMIT         PIC X(60).
           05 WS-PATH-PERMITLOG        PIC X(60).
           05 WS-PATH-SPONSOR          PIC X(60).
           05 WS-PATH-SPONLEDG         PIC X(60).
           05 WS-PATH-SPONBILL         PIC X(60).
           05 WS-PATH-BALMAST          PIC X(60).
           05 WS-PATH-BALDIFF          PIC X(60).
           05 WS-PATH-ORVOID           PIC X(60).
           05 WS-PATH-ORBOOKS          PIC X(60).
           05 WS-PATH-ORACCT           PIC X(60).
           05 WS-PATH-GLMAP            PIC X(60).
           05 WS-PATH-GLPOSTED         PIC X(60).
       01 ECHO-PATH-LINE.
           05 FILLER                   PIC X(14) VALUE "Data folder : ".
           05 ECHO-PATH-DIR            PIC X(40).
           05 IN-YEAR                   PIC 9.
           05 IN-SECTION                PIC 9.
           05 IN-STUD-TYPE              PIC X.
           05 IN-TUITION                PIC 9(5)V99.
           05 IN-COUNCIL                PIC 9(3)V99.
           05 IN-LAB                    PIC 9(4)V99.
           05 IN-MISC                   PIC 9(4)V99.
           05 IN-SPONSOR-CD             PIC X(6).

      *> Calculations / Outputs
       01 WS-CALCULATED.
           05 WS-COURSE-NAME           PIC X(25).
           05 WS-TYPE-NAME             PIC X(10).
           05 WS-TOTAL-FEES            PIC 9(5)V99.
           05 WS-DISCOUNT-RATE         PIC 9V99.
           05 WS-DISCOUNT-AMT          PIC 9(5)V99.
           05 WS-NET-FEES              PIC 9(5)V99.
           05 WS-DISP-TOTAL            PIC ZZ,ZZ9.99.
           05 WS-ERR-MSG               PIC X(50).
           05 WS-FULL-TABLE            PIC X(20).

      *> Session record buffer (holds every statement entered this run
      *> so it can be grouped/subtotaled before being appended to the
               10 TBL-DISCOUNT         PIC 9(5)V99.
      *> itemized components kept so the per-student Statement of
      *> Account can print each fee line, not just the total.
               10 TBL-TUITION          PIC 9(5)V99.
               10 TBL-COUNCIL          PIC 9(3)V99.
               10 TBL-LAB              PIC 9(4)V99.
               10 TBL-MISC             PIC 9(4)V99.
               10 TBL-SPONSOR-CD       PIC X(6).

      *> Header
       01 RPT-TITLE-1.
               10 FEE-COUNCIL          PIC 9(3)V99 VALUE 0.
               10 FEE-LAB              PIC 9(3)V99 VALUE 0.
               10 FEE-MISC             PIC 9(4)V99 VALUE 0.
               10 FEE-UNIT-RATE        PIC 9(3)V99 VALUE 0.
               10 FEE-LAB-SUBJ         PIC 9(4)V99 VALUE 0.

      *> The subject load, held in memory for the whole run so the
      *> assessment and the Statement of Account both price the same
      *> lines. A student with no lines here is assessed at the flat
      *> schedule amounts, as before.
       01 WS-SUBJ-STATUS               PIC XX.
       01 WS-SUBJ-CONTROLS.
           05 WS-SUBJ-EOF              PIC X VALUE 'N'.
           05 WS-SUBJ-COUNT            PIC 9(4) VALUE 0.
           05 WS-SUBJ-MAX              PIC 9(4) VALUE 8000.
           05 WS-SUBJ-FOUND            PIC X VALUE 'N'.
           05 WS-SUBJ-UNITS            PIC 9(3).
           05 WS-SUBJ-LABS             PIC 9(2).
           05 WS-SUBJ-CHARGE           PIC 9(5)V99.
           05 WS-SUBJ-RATE             PIC 9(3)V99.
           05 WS-SUBJ-LABFEE           PIC 9(4)V99.
           05 WS-SUBJ-COURSE           PIC 9.
           05 WS-SUBJ-YEAR             PIC 9.
       01 WS-SUBJ-TABLE.
           05 WS-SUBJ-ENTRY OCCURS 8000 TIMES INDEXED BY WS-SUBJ-IDX.
               10 SLT-STUD-NO          PIC 9(10).
               10 SLT-SUBJ-CODE        PIC X(8).
               10 SLT-UNITS            PIC 9.
               10 SLT-LAB-FLAG         PIC X.

      *> Sponsor master held in memory, with the receivable totals
      *> the billing and remittance screens accumulate per sponsor
      *> from SPONLEDG.TXT for the term in WS-SPB-TERM.
       01 WS-SPN-STATUS                PIC XX.
       01 WS-SPL-STATUS                PIC XX.
       01 WS-SPN-CONTROLS.
           05 WS-SPN-EOF               PIC X VALUE 'N'.
           05 WS-SPN-COUNT             PIC 9(3) VALUE 0.
           05 WS-SPN-MAX               PIC 9(3) VALUE 100.
           05 WS-SPN-HIT               PIC 9(3) VALUE 0.
           05 WS-SPN-BASE              PIC 9(5)V99.
           05 WS-SPN-NAME              PIC X(30).
       01 WS-SPONSOR-TABLE.
           05 WS-SPONSOR-ENTRY OCCURS 100 TIMES INDEXED BY WS-SPN-IDX.
               10 SPT-CODE             PIC X(6).
               10 SPT-NAME             PIC X(30).
               10 SPT-PCT              PIC 9(3).
               10 SPT-SCOPE            PIC X.
               10 SPT-CAP              PIC 9(6)V99.
               10 SPT-TERM-BILLED      PIC 9(8)V99.
               10 SPT-TERM-PAID        PIC 9(8)V99.
               10 SPT-ALL-BILLED       PIC 9(9)V99.
               10 SPT-ALL-PAID         PIC 9(9)V99.
       01 SPL-REC.
           05 SPL-TYPE                 PIC X.
           05 SPL-SPONSOR-CD           PIC X(6).
           05 SPL-STUD-NO              PIC 9(10).
           05 SPL-STUD-NAME            PIC X(25).
           05 SPL-TERM                 PIC X(7).
           05 SPL-DATE                 PIC 9(8).
           05 SPL-REF                  PIC X(10).
           05 SPL-AMOUNT               PIC 9(7)V99.
       01 WS-SPB-CONTROLS.
           05 WS-SPB-TERM              PIC X(7).
           05 WS-SPB-KEEP              PIC X VALUE 'N'.
           05 WS-SPB-COUNT             PIC 9(4) VALUE 0.
           05 WS-SPB-LINES             PIC 9(4) VALUE 0.
           05 WS-SPB-SHEETS            PIC 9(3) VALUE 0.
           05 WS-SPB-BALANCE           PIC S9(9)V99.
           05 WS-SPB-REF               PIC X(10).
           05 WS-SPB-DATE              PIC 9(8).
           05 WS-SPB-AMT               PIC 9(7)V99.
           05 WS-SPB-CODE              PIC X(6).
       01 WS-SPB-TABLE.
           05 WS-SPB-ENTRY OCCURS 2000 TIMES INDEXED BY WS-SPB-IDX.
               10 SPB-SPONSOR-CD       PIC X(6).
               10 SPB-STUD-NO          PIC 9(10).
               10 SPB-STUD-NAME        PIC X(25).
               10 SPB-AMOUNT           PIC 9(7)V99.

      *> Sponsor billing statement lines.
       01 SPB-TITLE.
           05 FILLER                   PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE
              "SCHOLARSHIP SPONSOR BILLING STATEMENT".
       01 SPB-SPONSOR-LINE.
           05 FILLER                   PIC X(10) VALUE "Sponsor : ".
           05 SPB-HDR-CODE             PIC X(6).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SPB-HDR-NAME             PIC X(30).
       01 SPB-TERM-LINE.
           05 FILLER                   PIC X(10) VALUE "Term    : ".
           05 SPB-HDR-TERM             PIC X(7).
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "Billed : ".
           05 SPB-HDR-DATE             PIC 99/99/9999.
       01 SPB-COVER-LINE.
           05 FILLER                   PIC X(10) VALUE "Grant   : ".
           05 SPB-HDR-PCT              PIC ZZ9.
           05 FILLER                   PIC X(4)  VALUE "% of".
           05 SPB-HDR-SCOPE            PIC X(14).
           05 SPB-HDR-CAP-LBL          PIC X(16).
           05 SPB-HDR-CAP              PIC ZZZ,ZZ9.99.
       01 SPB-COLS.
           05 FILLER                   PIC X(12) VALUE "Student No".
           05 FILLER                   PIC X(27) VALUE "Scholar".
           05 FILLER                   PIC X(14) VALUE
              "  Amount Due".
       01 SPB-DETAIL.
           05 SPB-DET-STUD-NO          PIC 9(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SPB-DET-NAME             PIC X(25).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SPB-DET-AMT              PIC ZZ,ZZZ,ZZ9.99.
       01 SPB-TOTAL-LINE.
           05 SPB-TOT-LABEL            PIC X(39).
           05 SPB-TOT-AMT              PIC ZZZ,ZZZ,ZZ9.99-.

      *> Batch assessment over the registrar's enrollment extract. The
      *> session table still holds 200, but the batch run flushes it to
               10 AR-SCHED OCCURS 8 TIMES.
                   15 AR-SCH-DUE       PIC 9(8).
                   15 AR-SCH-AMT       PIC 9(7)V99.
                   15 AR-SCH-LABEL     PIC X(10).
       01 WS-AR-HOLD.
           05 ARH-STUD-NO              PIC 9(10).
           05 ARH-STUD-NAME            PIC X(25).
           05 ARH-SCHED OCCURS 8 TIMES.
               10 ARH-SCH-DUE          PIC 9(8).
               10 ARH-SCH-AMT          PIC 9(7)V99.
               10 ARH-SCH-LABEL        PIC X(10).
      *> one accumulator per bucket (1 current, 2/3 middle, 4 is 90+)
      *> at year, course and report level.
       01 WS-AGE-TOTALS.
           05 WS-CASH-TOTAL            PIC 9(9)V99.
           05 WS-CASH-PREV             PIC 9(10).
           05 WS-CASH-CURR             PIC 9(10).
           05 WS-CASH-CANCELLED        PIC 9(3) VALUE 0.
       01 WS-CASH-TABLE.
           05 WS-CASH-ENTRY OCCURS 500 TIMES INDEXED BY WS-CASH-IDX.
               10 CASH-OR              PIC X(10).
               10 CASH-STUD            PIC 9(10).
               10 CASH-AMT             PIC 9(7)V99.
               10 CASH-STAT            PIC X(9).
       01 WS-CASH-HOLD.
           05 CASHH-OR                 PIC X(10).
           05 CASHH-STUD               PIC 9(10).
           05 CASHH-AMT                PIC 9(7)V99.
           05 CASHH-STAT               PIC X(9).
       01 CASH-HEADER.
           05 FILLER                   PIC X(31) VALUE
              "Cashier Collections Report - ".
           05 CASH-DET-STUD            PIC 9(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CASH-DET-AMT             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CASH-DET-STAT            PIC X(9).
       01 CASH-GAP-LINE.
           05 FILLER                   PIC X(40) VALUE
              "** GAP - OR(s) missing before this one".
           05 FILLER                   PIC X(24) VALUE
              "Receipts issued.......: ".
           05 CASH-TOT-CNT             PIC ZZZZ9.
       01 CASH-CANC-LINE.
           05 FILLER                   PIC X(24) VALUE
              "Receipts cancelled....: ".
           05 CASH-CANC-CNT            PIC ZZZZ9.
       01 CASH-EARLIER-HDR.
           05 FILLER                   PIC X(50) VALUE
              "Cancelled today - paid on an earlier day:".

      *> OR cancellation. A receipt is voided with a reason, the ID of
      *> the supervisor who approved it and whether the paper copy
      *> came back; a receipt that carried a payment has that payment
      *> reversed on the ledger by a 'V' line under the same number.
       01 WS-ORV-STATUS                PIC XX.
       01 WS-ORB-STATUS                PIC XX.
       01 WS-VOID-CONTROLS.
           05 WS-VOID-NUM              PIC 9(10).
           05 WS-VOID-OR               PIC X(10).
           05 WS-VOID-FOUND            PIC X.
           05 WS-VOID-STUD             PIC 9(10).
           05 WS-VOID-NAME             PIC X(25).
           05 WS-VOID-AMT              PIC 9(7)V99.
           05 WS-VOID-DATE             PIC 9(8).
           05 WS-VOID-REASON           PIC X(8).
           05 WS-VOID-SUPER            PIC X(8).
           05 WS-VOID-SURR             PIC X.
           05 WS-VOID-EOF              PIC X.
           05 WS-VOID-COUNT            PIC 9(4) VALUE 0.
           05 WS-VOID-HIT              PIC 9(4).
       01 WS-VOID-TABLE.
           05 WS-VOID-ENTRY OCCURS 2000 TIMES INDEXED BY WS-VOID-IDX.
               10 VT-OR                PIC X(10).
               10 VT-STUD              PIC 9(10).
               10 VT-AMT               PIC 9(7)V99.
               10 VT-PAY-DATE          PIC 9(8).
               10 VT-VOID-DATE         PIC 9(8).
               10 VT-REASON            PIC X(8).
               10 VT-SUPER             PIC X(8).
               10 VT-SURR              PIC X.
       01 VD-REC.
           05 VD-OR-NO                 PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 VD-STUD-NO               PIC 9(10).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 VD-AMOUNT                PIC 9(7)V99.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 VD-PAY-DATE              PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 VD-VOID-DATE             PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 VD-REASON                PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 VD-SUPER-ID              PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 VD-SURRENDERED           PIC X.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 VD-OPERATOR              PIC X(8).
       01 OBK-REC.
           05 OBK-START                PIC 9(10).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 OBK-END                  PIC 9(10).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 OBK-DATE                 PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 OBK-OPERATOR             PIC X(8).

      *> Monthly OR accountability: every number of every registered
      *> booklet is shown as used, cancelled or unused. Receipts of
      *> the month are listed one by one; everything else is shown
      *> as runs of consecutive numbers with the same standing.
       01 WS-ORA-CONTROLS.
           05 WS-ORA-MONTH             PIC 9(6).
           05 WS-ORA-FROM              PIC 9(6).
           05 WS-ORA-NUM               PIC 9(10).
           05 WS-ORA-LAST              PIC 9(10).
           05 WS-ORA-HIGH              PIC 9(10).
           05 WS-ORA-STAT              PIC X(22).
           05 WS-ORA-DETAIL            PIC X.
           05 WS-ORA-RUN-STAT          PIC X(22).
           05 WS-ORA-RUN-FROM          PIC 9(10).
           05 WS-ORA-RUN-TO            PIC 9(10).
           05 WS-ORA-RUN-CNT           PIC 9(10).
           05 WS-ORA-CURRENT           PIC X.
           05 WS-ORA-EOF               PIC X.
           05 WS-ORA-HIT               PIC 9(5).
           05 WS-ORA-BK-COUNT          PIC 9(3).
           05 WS-ORA-USE-COUNT         PIC 9(5).
           05 WS-ORA-N-USED            PIC 9(7).
           05 WS-ORA-AMT-USED          PIC 9(9)V99.
           05 WS-ORA-N-PRIOR           PIC 9(7).
           05 WS-ORA-N-CANC            PIC 9(7).
           05 WS-ORA-N-UNUSED          PIC 9(10).
           05 WS-ORA-N-MISSING         PIC 9(7).
       01 WS-ORA-BOOK-TABLE.
           05 WS-ORA-BOOK OCCURS 200 TIMES INDEXED BY WS-ORB-IDX.
               10 OBT-START            PIC 9(10).
               10 OBT-END              PIC 9(10).
               10 OBT-DATE             PIC 9(8).
       01 WS-ORA-USED-TABLE.
           05 WS-ORA-USED OCCURS 20000 TIMES INDEXED BY WS-ORU-IDX.
               10 ORU-NUM              PIC 9(10).
               10 ORU-DATE             PIC 9(8).
               10 ORU-STUD             PIC 9(10).
               10 ORU-AMT              PIC 9(7)V99.
       01 ORA-HEADER.
           05 FILLER                   PIC X(40) VALUE
              "Official Receipt Accountability Report".
           05 FILLER                   PIC X(10) VALUE "  Period: ".
           05 ORA-HDR-MONTH            PIC 9(6).
       01 ORA-BOOK-LINE.
           05 FILLER                   PIC X(15) VALUE
              "Booklet range: ".
           05 ORA-BK-START             PIC 9(10).
           05 FILLER                   PIC X(3)  VALUE " - ".
           05 ORA-BK-END               PIC 9(10).
           05 FILLER                   PIC X(15) VALUE
              "   registered: ".
           05 ORA-BK-DATE              PIC 9(8).
           05 ORA-BK-CUR               PIC X(12).
       01 ORA-COLS.
           05 FILLER                   PIC X(25) VALUE
              "OR Number(s)".
           05 FILLER                   PIC X(12) VALUE "Standing".
           05 FILLER                   PIC X(10) VALUE "Date".
           05 FILLER                   PIC X(12) VALUE "Student No".
           05 FILLER                   PIC X(14) VALUE
              "        Amount".
           05 FILLER                   PIC X(20) VALUE "  Remarks".
       01 ORA-DETAIL.
           05 ORA-DET-OR               PIC 9(10).
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 ORA-DET-STAT             PIC X(11).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 ORA-DET-DATE             PIC 9(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 ORA-DET-STUD             PIC 9(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 ORA-DET-AMT              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 ORA-DET-NOTE             PIC X(26).
       01 ORA-RUN-LINE.
           05 ORA-RUN-FROM             PIC 9(10).
           05 FILLER                   PIC X(3)  VALUE " - ".
           05 ORA-RUN-TO               PIC 9(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 ORA-RUN-STAT             PIC X(22).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 ORA-RUN-CNT              PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(8)  VALUE " numbers".
       01 ORA-TOTAL-LINE.
           05 ORA-TOT-LABEL            PIC X(36).
           05 ORA-TOT-CNT              PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 ORA-TOT-AMT              PIC ZZZ,ZZZ,ZZ9.99.

      *> Credit memo / refund posting and the adjustments register.
       01 WS-ADJREG-STATUS             PIC XX.
           05 FILLER                   PIC X(33) VALUE
              "Installment  Due Date      Amount".

      *> Examination permit run. A student is paid up for an exam when
      *> the money paid under the plan covers the downpayment and
      *> every installment up to that exam's; a student with no plan
      *> must have cleared the whole balance. Every permit number
      *> issued is logged against student, term and exam period, so a
      *> second print of the same permit comes out marked DUPLICATE
      *> under its original number.
       01 WS-PRM-STATUS                PIC XX.
       01 WS-PRM-CONTROLS.
           05 WS-PRM-PERIOD            PIC X.
           05 WS-PRM-PERIOD-NAME       PIC X(7).
           05 WS-PRM-COURSE            PIC 9.
           05 WS-PRM-YEAR              PIC 9.
           05 WS-PRM-SECTION           PIC 9.
           05 WS-PRM-EOF               PIC X.
           05 WS-PRM-HIT               PIC 9(4).
           05 WS-PRM-LAST-NO           PIC 9(8).
           05 WS-PRM-NO                PIC 9(8).
           05 WS-PRM-DUP               PIC X.
           05 WS-PRM-REQUIRED          PIC 9(8)V99.
           05 WS-PRM-PAID              PIC 9(8)V99.
           05 WS-PRM-NEEDED            PIC S9(8)V99.
           05 WS-PRM-BALANCE           PIC S9(8)V99.
           05 WS-PRM-REASON            PIC X(20).
           05 WS-PRM-ISSUED            PIC 9(5).
           05 WS-PRM-REPRINTS          PIC 9(5).
           05 WS-PRM-DENIED            PIC 9(5).
           05 WS-PRM-LOG-COUNT         PIC 9(4).
       01 WS-PRM-LOG-TABLE.
           05 WS-PRM-LOG-ENTRY OCCURS 5000 TIMES INDEXED BY WS-PRM-IDX.
               10 PLT-PERMIT-NO        PIC 9(8).
               10 PLT-STUD-NO          PIC 9(10).
               10 PLT-TERM             PIC X(7).
               10 PLT-PERIOD           PIC X.
       01 PLG-REC.
           05 PLG-PERMIT-NO            PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PLG-STUD-NO              PIC 9(10).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PLG-TERM                 PIC X(7).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PLG-PERIOD               PIC X.
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PLG-DATE                 PIC 9(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 PLG-OPERATOR             PIC X(8).
       01 PRM-TITLE.
           05 FILLER                   PIC X(22) VALUE SPACES.
           05 FILLER                   PIC X(19) VALUE
              "EXAMINATION PERMIT".
       01 PRM-PERIOD-LINE.
           05 FILLER                   PIC X(12) VALUE "Examination:".
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 PRM-PERIOD-NAME          PIC X(7).
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(6)  VALUE "Term: ".
           05 PRM-TERM                 PIC X(7).
       01 PRM-NO-LINE.
           05 FILLER                   PIC X(12) VALUE "Permit No : ".
           05 PRM-NO                   PIC 9(8).
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 PRM-DUP-TAG              PIC X(9).
       01 PRM-SIGN-LINE.
           05 FILLER                   PIC X(40) VALUE
              "Bursar: ____________________".
       01 NPM-HEADER.
           05 FILLER                   PIC X(32) VALUE
              "Students Without Exam Permit - ".
           05 NPM-HDR-PERIOD           PIC X(7).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 NPM-HDR-DATE             PIC 99/99/9999.
       01 NPM-COLS.
           05 FILLER                   PIC X(12) VALUE "Student No".
           05 FILLER                   PIC X(27) VALUE "Student Name".
           05 FILLER                   PIC X(14) VALUE
              "  Due for Exam".
           05 FILLER                   PIC X(14) VALUE
              "     Paid     ".
           05 FILLER                   PIC X(14) VALUE
              " Still Needed ".
           05 FILLER                   PIC X(20) VALUE "Note".
       01 NPM-DETAIL.
           05 NPM-STUD-NO              PIC 9(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 NPM-STUD-NAME            PIC X(25).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 NPM-REQUIRED             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 NPM-PAID                 PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 NPM-NEEDED               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 NPM-REASON               PIC X(20).
       01 NPM-TRAILER.
           05 NPM-TRL-LABEL            PIC X(24).
           05 NPM-TRL-CNT              PIC ZZZZ9.

      *> Aging report lines.
       01 AGH-TITLE.
           05 FILLER                   PIC X(27) VALUE
      *> which term an assessment belongs to without another prompt.
       01 WS-SM-STATUS                 PIC XX.
       01 WS-SM-FOUND                  PIC X VALUE 'N'.
       01 WS-BM-STATUS                 PIC XX.
       01 WS-BM-FOUND                  PIC X VALUE 'N'.

      *> Balance rebuild: every student's figures refolded from the
      *> archived months and the live ledger, in that order, then set
      *> against what the balance file holds. RB-DATA matches BM-REC
      *> byte for byte so an entry moves straight onto the record.
       01 WS-ARCH-STATUS               PIC XX.
       01 WS-ARCH-LED-NAME             PIC X(80).
       01 WS-RB-CONTROLS.
           05 WS-RB-START              PIC 9(6).
           05 WS-RB-PER                PIC 9(6).
           05 WS-RB-YYYY               PIC 9(4).
           05 WS-RB-MM                 PIC 99.
           05 WS-RB-COUNT              PIC 9(4).
           05 WS-RB-HIT                PIC 9(4).
           05 WS-RB-DIFFS              PIC 9(5).
           05 WS-RB-ANS                PIC X.
           05 WS-RB-EOF                PIC X.
           05 WS-RB-DIFF               PIC S9(9)V99.
       01 WS-RB-TABLE.
           05 WS-RB-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RB-IDX.
               10 RB-DATA.
                   15 RB-STUD-NO       PIC 9(10).
                   15 RB-STUD-NAME     PIC X(25).
                   15 RB-ASSESSED      PIC 9(9)V99.
                   15 RB-PAID          PIC 9(9)V99.
                   15 RB-ADJUSTED      PIC 9(9)V99.
                   15 RB-REFUNDED      PIC 9(9)V99.
                   15 RB-BALANCE       PIC S9(9)V99.
                   15 RB-PLAN-STATUS   PIC X.
                   15 RB-LAST-DATE     PIC 9(8).
               10 RB-ONFILE            PIC X.
       01 BDF-HEADER.
           05 FILLER                   PIC X(40) VALUE
              "Balance File Rebuild - Discrepancies".
           05 BDF-HDR-DATE             PIC 99/99/9999.
       01 BDF-COLS.
           05 FILLER                   PIC X(12) VALUE "Student No".
           05 FILLER                   PIC X(27) VALUE "Student Name".
           05 FILLER                   PIC X(16) VALUE
              "  Stored Balance".
           05 FILLER                   PIC X(16) VALUE
              " Rebuilt Balance".
           05 FILLER                   PIC X(16) VALUE
              "      Difference".
           05 FILLER                   PIC X(14) VALUE " Note".
       01 BDF-DETAIL.
           05 BDF-STUD-NO              PIC 9(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 BDF-STUD-NAME            PIC X(25).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 BDF-STORED               PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 BDF-REBUILT              PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 BDF-DIFF                 PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 BDF-NOTE                 PIC X(14).
       01 BDF-TRAILER.
           05 FILLER                   PIC X(24) VALUE
              "Students rebuilt ......:".
           05 BDF-TRL-COUNT            PIC ZZZZ9.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 FILLER                   PIC X(24) VALUE
              "Discrepancies .........:".
           05 BDF-TRL-DIFFS            PIC ZZZZ9.
       01 WS-CURRENT-TERM              PIC X(7).
       01 WS-TERM-FIELDS.
           05 WS-TERM-YYYY             PIC 9(4).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 SOA-FEE-LABEL            PIC X(25).
           05 SOA-FEE-AMT              PIC ZZ,ZZ9.99.
      *> the subject load itemized above the fee lines, so the units
      *> behind the tuition and lab amounts are on the statement.
       01 SOA-SUBJ-HDR.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(37) VALUE
              "Subject    Units  Lab        Charge".
       01 SOA-SUBJ-LINE.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 SOA-SUBJ-CODE            PIC X(8).
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 SOA-SUBJ-UNITS           PIC Z9.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 SOA-SUBJ-LAB             PIC X(3).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 SOA-SUBJ-AMT             PIC ZZ,ZZ9.99.
       01 SOA-SUBJ-TOTAL.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE "Total Units ".
           05 SOA-SUBJ-TOT-UNITS       PIC ZZ9.
       01 SOA-RULE-LINE.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 FILLER                   PIC X(34) VALUE
           05 SORT-SECTION              PIC 9.
           05 SORT-TOTAL-FEES           PIC 9(5)V99.
           05 SORT-DISCOUNT             PIC 9(5)V99.
           05 SORT-TUITION              PIC 9(5)V99.
           05 SORT-COUNCIL              PIC 9(3)V99.
           05 SORT-LAB                  PIC 9(4)V99.
           05 SORT-MISC                 PIC 9(4)V99.
           05 SORT-SPONSOR-CD           PIC X(6).

      *> Group-break working fields used while writing the trailer
       01 WS-BREAK-FIELDS.
           05 WS-COURSE-TOTAL          PIC 9(7)V99.
           05 WS-GRAND-TOTAL           PIC 9(8)V99.

      *> General ledger journal extract. The day's postings are
      *> summed per transaction code and each code goes to the GL as
      *> one debit and one credit against the accounts GLMAP.TXT
      *> gives it, so every journal balances by construction. A code
      *> with no mapping stops the extract before anything is
      *> written, and a day GLPOSTED.TXT shows as already taken into
      *> the GL is never extracted again.
       01 WS-GLM-STATUS                PIC XX.
       01 WS-GLJ-STATUS                PIC XX.
       01 WS-GLP-STATUS                PIC XX.
       01 WS-GL-JNL-NAME               PIC X(70).
       01 WS-GL-FIELDS.
           05 WS-GL-SOURCE             PIC X(4) VALUE "STUD".
           05 WS-GL-DATE               PIC 9(8).
           05 WS-GL-DATE-X REDEFINES WS-GL-DATE PIC X(8).
           05 WS-GL-DATE-OK            PIC X.
           05 WS-GL-EOF                PIC X.
           05 WS-GL-POSTED             PIC X.
           05 WS-GL-OK                 PIC X.
           05 WS-GL-RESULT             PIC X(40).
           05 WS-GL-TXN                PIC X(20).
           05 WS-GL-AMT                PIC 9(9)V99.
           05 WS-GL-MAP-COUNT          PIC 9(3).
           05 WS-GL-SUM-COUNT          PIC 9(3).
           05 WS-GL-HIT                PIC 9(3).
           05 WS-GL-SUM-HIT            PIC 9(3).
           05 WS-GL-LINE-NO            PIC 9(6).
           05 WS-GL-TOT-DR             PIC 9(11)V99.
           05 WS-GL-TOT-CR             PIC 9(11)V99.
       01 WS-GL-MAP-TABLE.
           05 WS-GL-MAP-ENTRY OCCURS 60 TIMES INDEXED BY WS-GLM-IDX.
               10 GMT-TXN              PIC X(20).
               10 GMT-DR-ACCT          PIC X(10).
               10 GMT-CR-ACCT          PIC X(10).
       01 WS-GL-SUM-TABLE.
           05 WS-GL-SUM-ENTRY OCCURS 60 TIMES INDEXED BY WS-GLS-IDX.
               10 GLS-TXN              PIC X(20).
               10 GLS-COUNT            PIC 9(6).
               10 GLS-AMOUNT           PIC 9(11)V99.
      *> one GLMAP.TXT line: source system, transaction code, the
      *> accounts it debits and credits, and a description for the
      *> journal listing.
       01 GM-REC.
           05 GM-SOURCE                PIC X(4).
           05 FILLER                   PIC X.
           05 GM-TXN                   PIC X(20).
           05 FILLER                   PIC X.
           05 GM-DR-ACCT               PIC X(10).
           05 FILLER                   PIC X.
           05 GM-CR-ACCT               PIC X(10).
           05 FILLER                   PIC X.
           05 GM-DESC                  PIC X(30).
      *> one journal line: 'H' header (who extracted it and when),
      *> 'D' one debit or credit, 'T' trailer with the line count
      *> and both totals.
       01 GJ-REC.
           05 GJ-REC-TYPE              PIC X.
           05 GJ-SOURCE                PIC X(4).
           05 GJ-DATE                  PIC X(8).
           05 GJ-BODY                  PIC X(60).
           05 GJ-DETAIL REDEFINES GJ-BODY.
               10 GJ-LINE-NO           PIC 9(6).
               10 GJ-ACCT              PIC X(10).
               10 GJ-DRCR              PIC X.
               10 GJ-AMOUNT            PIC 9(11)V99.
               10 GJ-TXN               PIC X(20).
               10 GJ-COUNT             PIC 9(6).
               10 FILLER               PIC X(4).
           05 GJ-HEADER REDEFINES GJ-BODY.
               10 GJH-OPERATOR         PIC X(8).
               10 GJH-RUN-DATE         PIC X(8).
               10 GJH-RUN-TIME         PIC X(6).
               10 FILLER               PIC X(38).
           05 GJ-TRAILER REDEFINES GJ-BODY.
               10 GJT-LINES            PIC 9(6).
               10 GJT-TOT-DR           PIC 9(11)V99.
               10 GJT-TOT-CR           PIC 9(11)V99.
               10 FILLER               PIC X(28).
      *> one GLPOSTED.TXT line: a source's day taken into the GL.
       01 GP-REC.
           05 GP-SOURCE                PIC X(4).
           05 FILLER                   PIC X VALUE SPACE.
           05 GP-DATE                  PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 GP-POST-DATE             PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 GP-POST-TIME             PIC X(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 GP-OPERATOR              PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 GP-LINES                 PIC 9(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 GP-TOTAL                 PIC 9(11)V99.

       SCREEN SECTION.
       01 FORM-LAYOUT.
           05 BLANK SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 13 COL 5  VALUE "Section        :".
           05 LINE 15 COL 5  VALUE "Type (R/I/S)   :".
           05 LINE 15 COL 40 VALUE "Type  :".
           05 LINE 16 COL 5  VALUE "Sponsor Code   :".
           05 LINE 17 COL 5  VALUE "Tuition Fee    :".
           05 LINE 18 COL 5  VALUE "Council Fee    :".
           05 LINE 19 COL 5  VALUE "Lab Fee        :".
       01 F-TYPE-NAME.
           05 LINE 15 COL 48 PIC X(10) FROM WS-TYPE-NAME HIGHLIGHT.

       01 F-SPONSOR.
           05 LINE 16 COL 23 PIC X(6) USING IN-SPONSOR-CD AUTO.
       01 F-SPONSOR-NAME.
           05 LINE 16 COL 40 PIC X(30) FROM WS-SPN-NAME HIGHLIGHT.

       01 F-FEES.
           05 LINE 17 COL 23 PIC 9(7).99 USING IN-TUITION.
           05 LINE 18 COL 23 PIC 9(7).99 USING IN-COUNCIL.
           05 LINE 13 COL 5 VALUE
              "9 - Enrollment reconciliation report".
           05 LINE 14 COL 5 VALUE "10 - Import bank remittance file".
           05 LINE 15 COL 5 VALUE "11 - Examination permits".
           05 LINE 16 COL 5 VALUE "12 - Sponsor billing statements".
           05 LINE 17 COL 5 VALUE "13 - Post sponsor remittance".
           05 LINE 18 COL 5 VALUE "14 - Rebuild student balance file".
           05 LINE 19 COL 5 VALUE "15 - Cancel an Official Receipt".
           05 LINE 20 COL 5 VALUE "16 - Monthly OR accountability".
           05 LINE 21 COL 5 VALUE
              "17 - General ledger journal extract".
           05 LINE 22 COL 5 VALUE "Choice: ".
           05 LINE 22 COL 14 PIC 99 USING WS-MENU-CHOICE REQUIRED
              AUTO.
       01 F-MODE-ERROR.
           05 LINE 23 COL 5 PIC X(50) FROM WS-ERR-MSG.

       01 F-ORBOOK-FORM.
           05 BLANK SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 7 COL 24 PIC 9(10) USING WS-OR-START REQUIRED.
           05 LINE 8 COL 24 PIC 9(10) USING WS-OR-END REQUIRED.

       01 F-VOID-FORM.
           05 BLANK SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 2 COL 22 VALUE "Cashier - Cancel Official Receipt"
                               HIGHLIGHT.
           05 LINE 4 COL 5  VALUE "OR Number      :".
           05 LINE 5 COL 5  VALUE "Student No     :".
           05 LINE 6 COL 5  VALUE "Student Name   :".
           05 LINE 7 COL 5  VALUE "Amount Paid    :".
           05 LINE 8 COL 5  VALUE "Date Paid      :".
           05 LINE 10 COL 5 VALUE "Reason         :".
           05 LINE 11 COL 5
              VALUE "  (SPOILED, WRONGSTU, WRONGAMT, OTHER)".
           05 LINE 12 COL 5 VALUE "Supervisor ID  :".
           05 LINE 13 COL 5 VALUE "Receipt surrendered (Y/N):".
       01 F-VOID-OR.
           05 LINE 4 COL 23 PIC 9(10) USING WS-VOID-NUM REQUIRED.
       01 F-VOID-SHOW.
           05 LINE 5 COL 23 PIC 9(10) FROM WS-VOID-STUD HIGHLIGHT.
           05 LINE 6 COL 23 PIC X(25) FROM WS-VOID-NAME HIGHLIGHT.
           05 LINE 7 COL 23 PIC ZZ,ZZZ,ZZ9.99 FROM WS-VOID-AMT
              HIGHLIGHT.
           05 LINE 8 COL 23 PIC 9(8) FROM WS-VOID-DATE HIGHLIGHT.
       01 F-VOID-REASON.
           05 LINE 10 COL 23 PIC X(8) USING WS-VOID-REASON REQUIRED.
       01 F-VOID-SUPER.
           05 LINE 12 COL 23 PIC X(8) USING WS-VOID-SUPER REQUIRED.
       01 F-VOID-SURR.
           05 LINE 13 COL 33 PIC X USING WS-VOID-SURR AUTO REQUIRED.

       01 F-ORACC-FORM.
           05 BLANK SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 2 COL 22 VALUE "OR Accountability Report" HIGHLIGHT.
           05 LINE 4 COL 5  VALUE "Period (YYYYMM):".
           05 LINE 5 COL 5  VALUE "  (0 = this month)".
       01 F-ORACC-MONTH.
           05 LINE 4 COL 23 PIC 9(6) USING WS-ORA-MONTH.

       01 F-GLJ-FORM.
           05 BLANK SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 2 COL 22 VALUE "General Ledger Journal Extract"
                               HIGHLIGHT.
           05 LINE 4 COL 5  VALUE "Business date (YYYYMMDD):".
           05 LINE 5 COL 5  VALUE "  (0 = today)".
       01 F-GLJ-DATE.
           05 LINE 4 COL 32 PIC 9(8) USING WS-GL-DATE.

       01 F-SIGNON.
           05 BLANK SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 1 COL 1 VALUE "Operator Sign-On".
           05 LINE 11 COL 25 PIC 9(7).99 USING WS-PLAN-FIN-AMT.
           05 LINE 11 COL 40 PIC 9(8) USING WS-PLAN-FIN-DUE REQUIRED.

       01 F-PERMIT-FORM.
           05 BLANK SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 2 COL 22 VALUE "Bursar - Examination Permits"
                               HIGHLIGHT.
           05 LINE 4 COL 5  VALUE "Exam Period (P/M/F):".
           05 LINE 5 COL 5  VALUE "  (Prelim/Midterm/Final)".
           05 LINE 7 COL 5  VALUE "Course Code(1-6)   :".
           05 LINE 8 COL 5  VALUE "Year               :".
           05 LINE 9 COL 5  VALUE "Section            :".
       01 F-PERMIT-INPUT.
           05 LINE 4 COL 27 PIC X USING WS-PRM-PERIOD AUTO REQUIRED.
           05 LINE 7 COL 27 PIC 9 USING WS-PRM-COURSE AUTO.
           05 LINE 8 COL 27 PIC 9 USING WS-PRM-YEAR AUTO.
           05 LINE 9 COL 27 PIC 9 USING WS-PRM-SECTION AUTO.

       01 F-SPAY-FORM.
           05 BLANK SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 2 COL 22 VALUE "Accounting - Sponsor Remittance"
                               HIGHLIGHT.
           05 LINE 4 COL 5  VALUE "Sponsor Code   :".
           05 LINE 5 COL 5  VALUE "Sponsor Name   :".
           05 LINE 6 COL 5  VALUE "Term (YYYY-S)  :".
           05 LINE 7 COL 5  VALUE "Term Balance   :".
           05 LINE 9 COL 5  VALUE "Check/Ref No   :".
           05 LINE 10 COL 5 VALUE "Date (YYYYMMDD):".
           05 LINE 11 COL 5 VALUE "  (0 = today)".
           05 LINE 12 COL 5 VALUE "Amount Received:".
           05 LINE 14 COL 5 VALUE "New Balance    :" HIGHLIGHT.
       01 F-SPAY-CODE.
           05 LINE 4 COL 23 PIC X(6) USING WS-SPB-CODE REQUIRED.
       01 F-SPAY-NAME.
           05 LINE 5 COL 23 PIC X(30) FROM WS-SPN-NAME HIGHLIGHT.
       01 F-SPAY-TERM.
           05 LINE 6 COL 23 PIC X(7) USING WS-SPB-TERM REQUIRED.
       01 F-SPAY-BAL.
           05 LINE 7 COL 23 PIC ZZZ,ZZZ,ZZ9.99- FROM WS-SPB-BALANCE
              HIGHLIGHT.
       01 F-SPAY-REF.
           05 LINE 9 COL 23 PIC X(10) USING WS-SPB-REF REQUIRED.
       01 F-SPAY-DATE.
           05 LINE 10 COL 23 PIC 9(8) USING WS-SPB-DATE.
       01 F-SPAY-AMT.
           05 LINE 12 COL 23 PIC 9(7).99 USING WS-SPB-AMT REQUIRED.
       01 F-SPAY-NEWBAL.
           05 LINE 14 COL 23 PIC ZZZ,ZZZ,ZZ9.99- FROM WS-SPB-BALANCE
              HIGHLIGHT.

       01 F-REBAL-FORM.
           05 BLANK SCREEN BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           05 LINE 2 COL 22 VALUE "Accounting - Rebuild Balance File"
                               HIGHLIGHT.
           05 LINE 4 COL 5  VALUE "Archived months from (YYYYMM):".
           05 LINE 5 COL 5  VALUE "  (0 = live ledger only)".
       01 F-REBAL-START.
           05 LINE 4 COL 37 PIC 9(6) USING WS-RB-START.
       01 F-REBAL-WRITE.
           05 LINE 22 COL 5 VALUE "Write rebuilt balances (Y/N)? "
              BACKGROUND-COLOR 1 FOREGROUND-COLOR 7 BLANK LINE.
           05 LINE 22 COL 36 PIC X TO WS-RB-ANS AUTO REQUIRED.

       01 F-PAY-CONTINUE.
           05 LINE 24 COL 5 VALUE "Post another payment (Y/N)? "
              BACKGROUND-COLOR 1 FOREGROUND-COLOR 7 BLANK LINE.
           WRITE OUT-LINE FROM ECHO-PATH-LINE.
           PERFORM SET-CURRENT-TERM
           PERFORM OPEN-STUD-MASTER
           PERFORM OPEN-BAL-MASTER
           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-SUBJECT-LOAD
           PERFORM LOAD-SPONSOR-MASTER
           PERFORM RECOVER-SESSION-RTN

           PERFORM ASK-RUN-MODE
                   PERFORM RECON-RTN
               WHEN 10
                   PERFORM IMPORT-BANK-RTN
               WHEN 11
                   PERFORM PERMIT-RTN
               WHEN 12
                   PERFORM SPONSOR-BILL-RTN
               WHEN 13
                   PERFORM SPONSOR-PAY-RTN
               WHEN 14
                   PERFORM REBUILD-BALANCE-RTN
               WHEN 15
                   PERFORM VOID-OR-RTN
               WHEN 16
                   PERFORM OR-ACCOUNT-RTN
               WHEN 17
                   PERFORM GL-JOURNAL-RTN
           END-EVALUATE

           PERFORM WRITE-GROUPED-DETAILS
           PERFORM CLEAR-CHECKPOINT

           PERFORM WRITE-AUDIT-RTN
           CLOSE BAL-MASTER
           CLOSE STUD-MASTER
           CLOSE STUDENT-FILE.
           STOP RUN.
               OPEN I-O STUD-MASTER
           END-IF.

       OPEN-BAL-MASTER.
      *> a balance file created here for the first time is seeded
      *> from the live ledger at once, so no lookup ever sees a
      *> student with ledger lines but no balance record. Closed
      *> months net to zero and leave the balances unchanged. The
      *> ledger is folded before the file is created, so a run that
      *> stops part way leaves no empty balance file behind.
           OPEN I-O BAL-MASTER
           IF WS-BM-STATUS = "35"
               MOVE 0 TO WS-RB-COUNT
               PERFORM REBUILD-FOLD-LIVE
               OPEN OUTPUT BAL-MASTER
               CLOSE BAL-MASTER
               OPEN I-O BAL-MASTER
               PERFORM REBUILD-WRITE-BALANCES
           END-IF.

       POST-BALANCE-RECORD.
      *> called right after LED-REC is written to the ledger: the same
      *> line lands on the student's balance record.
           MOVE LED-STUD-NO TO BM-STUD-NO
           READ BAL-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-BM-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BM-FOUND
           END-READ
           IF WS-BM-FOUND = 'N'
               INITIALIZE BM-REC
               MOVE LED-STUD-NO TO BM-STUD-NO
               MOVE 'N' TO BM-PLAN-STATUS
           END-IF
           PERFORM APPLY-LINE-TO-BALANCE
           IF WS-BM-FOUND = 'Y'
               REWRITE BM-REC
           ELSE
               WRITE BM-REC
           END-IF.

       APPLY-LINE-TO-BALANCE.
      *> the ledger arithmetic in one place, for posting and rebuild
      *> alike: assessments and refunds add, payments and credits
      *> subtract, cancellations add the payment back, schedule lines
      *> only put the account on a plan. An
      *> assessment landing on a settled account opens a new epoch,
      *> and a plan from the settled term no longer counts.
           IF LED-AMOUNT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           EVALUATE LED-TYPE
               WHEN 'A'
                   MOVE LED-STUD-NAME TO BM-STUD-NAME
                   IF BM-BALANCE <= 0
                       MOVE 'N' TO BM-PLAN-STATUS
                   END-IF
                   ADD LED-AMOUNT TO BM-ASSESSED
                   ADD LED-AMOUNT TO BM-BALANCE
               WHEN 'S'
                   MOVE 'Y' TO BM-PLAN-STATUS
               WHEN 'R'
                   ADD LED-AMOUNT TO BM-REFUNDED
                   ADD LED-AMOUNT TO BM-BALANCE
               WHEN 'C'
                   ADD LED-AMOUNT TO BM-ADJUSTED
                   SUBTRACT LED-AMOUNT FROM BM-BALANCE
      *> a cancelled receipt takes its payment back off.
               WHEN 'V'
                   IF BM-PAID >= LED-AMOUNT
                       SUBTRACT LED-AMOUNT FROM BM-PAID
                   ELSE
                       MOVE 0 TO BM-PAID
                   END-IF
                   ADD LED-AMOUNT TO BM-BALANCE
               WHEN OTHER
                   ADD LED-AMOUNT TO BM-PAID
                   SUBTRACT LED-AMOUNT FROM BM-BALANCE
           END-EVALUATE
           IF LED-DATE NUMERIC AND LED-TYPE NOT = 'S'
               IF LED-DATE > BM-LAST-DATE
                   MOVE LED-DATE TO BM-LAST-DATE
               END-IF
           END-IF.

       LOOKUP-STUD-MASTER.
           MOVE IN-STUD-NO TO SM-STUD-NO
           READ STUD-MASTER
               WHEN OTHER
                   MOVE 'R' TO SM-STUD-TYPE
           END-EVALUATE
           MOVE TBL-SPONSOR-CD(WS-TBL-IDX) TO SM-SPONSOR-CD
           MOVE WS-CURRENT-TERM TO SM-TERM-ASSESSED
           IF WS-SM-FOUND = 'Y'
               REWRITE SM-REC
           STRING FUNCTION TRIM(WS-DIR-P2) "ADJREG.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ADJREG
           STRING FUNCTION TRIM(WS-DIR-P2) "STUDMAST.DAT"
               DELIMITED BY SIZE INTO WS-PATH-STUDMAST
           STRING FUNCTION TRIM(WS-DIR-P2) "SUBJLOAD.TXT"
               DELIMITED BY SIZE INTO WS-PATH-SUBJLOAD
           STRING FUNCTION TRIM(WS-DIR-P2) "PERMITS.TXT"
               DELIMITED BY SIZE INTO WS-PATH-PERMITS
           STRING FUNCTION TRIM(WS-DIR-P2) "NOPERMIT.TXT"
               DELIMITED BY SIZE INTO WS-PATH-NOPERMIT
           STRING FUNCTION TRIM(WS-DIR-P2) "PERMITLOG.TXT"
               DELIMITED BY SIZE INTO WS-PATH-PERMITLOG
           STRING FUNCTION TRIM(WS-DIR-P2) "SPONSOR.TXT"
               DELIMITED BY SIZE INTO WS-PATH-SPONSOR
           STRING FUNCTION TRIM(WS-DIR-P2) "SPONLEDG.TXT"
               DELIMITED BY SIZE INTO WS-PATH-SPONLEDG
           STRING FUNCTION TRIM(WS-DIR-P2) "SPONBILL.TXT"
               DELIMITED BY SIZE INTO WS-PATH-SPONBILL
           STRING FUNCTION TRIM(WS-DIR-P2) "BALMAST.DAT"
               DELIMITED BY SIZE INTO WS-PATH-BALMAST
           STRING FUNCTION TRIM(WS-DIR-P2) "BALDIFF.TXT"
               DELIMITED BY SIZE INTO WS-PATH-BALDIFF
           STRING FUNCTION TRIM(WS-DIR-P2) "ORVOID.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ORVOID
           STRING FUNCTION TRIM(WS-DIR-P2) "ORBOOKS.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ORBOOKS
           STRING FUNCTION TRIM(WS-DIR-P2) "ORACCT.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ORACCT
           STRING FUNCTION TRIM(WS-DIR-SHARE) "GLMAP.TXT"
               DELIMITED BY SIZE INTO WS-PATH-GLMAP
           STRING FUNCTION TRIM(WS-DIR-SHARE) "GLPOSTED.TXT"
               DELIMITED BY SIZE INTO WS-PATH-GLPOSTED.

       SIGN-ON-RTN.
      *> nothing runs until the operator identifies themselves; the
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               DISPLAY F-MODE-PROMPT
               ACCEPT F-MODE-PROMPT
               IF WS-MENU-CHOICE >= 1 AND WS-MENU-CHOICE <= 17
                   MOVE 'Y' TO WS-VALID-FLAG
                   MOVE SPACES TO WS-ERR-MSG
                   DISPLAY F-MODE-ERROR
               ELSE
                   MOVE "ERROR: Enter 1 to 17" TO WS-ERR-MSG
                   DISPLAY F-MODE-ERROR
               END-IF
           END-PERFORM.
               MOVE EN-COUNCIL   TO IN-COUNCIL
               MOVE EN-LAB       TO IN-LAB
               MOVE EN-MISC      TO IN-MISC
               MOVE FUNCTION UPPER-CASE(EN-SPONSOR-CD)
                   TO IN-SPONSOR-CD
               IF IN-STUD-TYPE NOT = 'S'
                   MOVE SPACES TO IN-SPONSOR-CD
               END-IF
      *> the official schedule wins over the extract's amounts when it
      *> carries a row for this course/year; the extract's figures are
      *> the fallback for combinations the schedule does not cover.
               PERFORM LOOKUP-FEE-SCHEDULE
               PERFORM PRICE-SUBJECT-LOAD
               PERFORM SET-COURSE-NAME
               PERFORM SET-TYPE-NAME
               PERFORM COMPUTE-ASSESSMENT
               MOVE "Type must be R, I or S" TO WS-ERR-MSG
               EXIT PARAGRAPH
           END-IF
      *> a scholar is only a scholar through a sponsor on file.
           IF FUNCTION UPPER-CASE(EN-STUD-TYPE) = 'S'
               MOVE FUNCTION UPPER-CASE(EN-SPONSOR-CD)
                   TO IN-SPONSOR-CD
               PERFORM LOOKUP-SPONSOR
               IF WS-SPN-HIT = 0
                   MOVE "Scholar sponsor not on file" TO WS-ERR-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF EN-TUITION NOT NUMERIC OR EN-COUNCIL NOT NUMERIC
               OR EN-LAB NOT NUMERIC OR EN-MISC NOT NUMERIC
               MOVE "Fee amount is not numeric" TO WS-ERR-MSG
           MOVE FS-TUITION TO FEE-TUITION(WS-FEE-SLOT)
           MOVE FS-COUNCIL TO FEE-COUNCIL(WS-FEE-SLOT)
           MOVE FS-LAB     TO FEE-LAB(WS-FEE-SLOT)
           MOVE FS-MISC    TO FEE-MISC(WS-FEE-SLOT)
           IF FS-UNIT-RATE NUMERIC
               MOVE FS-UNIT-RATE TO FEE-UNIT-RATE(WS-FEE-SLOT)
           ELSE
               MOVE 0 TO FEE-UNIT-RATE(WS-FEE-SLOT)
           END-IF
           IF FS-LAB-SUBJ-FEE NUMERIC
               MOVE FS-LAB-SUBJ-FEE TO FEE-LAB-SUBJ(WS-FEE-SLOT)
           ELSE
               MOVE 0 TO FEE-LAB-SUBJ(WS-FEE-SLOT)
           END-IF.

       LOOKUP-FEE-SCHEDULE.
      *> fills IN-TUITION through IN-MISC from the schedule row for
               END-IF
           END-IF.

       LOAD-SUBJECT-LOAD.
      *> read once at startup the way the fee schedule is; a missing
      *> file just means every student is assessed at the flat rates.
           MOVE 0 TO WS-SUBJ-COUNT
           OPEN INPUT SUBJLOAD-FILE
           IF WS-SUBJ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SUBJ-EOF
           PERFORM UNTIL WS-SUBJ-EOF = 'Y'
               READ SUBJLOAD-FILE
                   AT END
                       MOVE 'Y' TO WS-SUBJ-EOF
                   NOT AT END
                       PERFORM STORE-SUBJECT-ROW
               END-READ
           END-PERFORM
           CLOSE SUBJLOAD-FILE.

       STORE-SUBJECT-ROW.
      *> a line without a numeric student number or units cannot be
      *> priced and is skipped, like a malformed schedule row.
           IF SL-STUD-NO NOT NUMERIC OR SL-UNITS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-SUBJ-COUNT = WS-SUBJ-MAX
               MOVE "Subject load" TO WS-FULL-TABLE
               PERFORM TABLE-FULL-RTN
           END-IF
           ADD 1 TO WS-SUBJ-COUNT
           MOVE SL-STUD-NO   TO SLT-STUD-NO(WS-SUBJ-COUNT)
           MOVE SL-SUBJ-CODE TO SLT-SUBJ-CODE(WS-SUBJ-COUNT)
           MOVE SL-UNITS     TO SLT-UNITS(WS-SUBJ-COUNT)
           MOVE FUNCTION UPPER-CASE(SL-LAB-FLAG)
               TO SLT-LAB-FLAG(WS-SUBJ-COUNT).

       LOAD-SPONSOR-MASTER.
      *> read once at startup like the fee schedule. With no sponsor
      *> file no scholar can be assessed, since the grant comes from
      *> the sponsor.
           MOVE 0 TO WS-SPN-COUNT
           OPEN INPUT SPONSOR-FILE
           IF WS-SPN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SPN-EOF
           PERFORM UNTIL WS-SPN-EOF = 'Y'
               READ SPONSOR-FILE
                   AT END
                       MOVE 'Y' TO WS-SPN-EOF
                   NOT AT END
                       PERFORM STORE-SPONSOR-ROW
               END-READ
           END-PERFORM
           CLOSE SPONSOR-FILE.

       STORE-SPONSOR-ROW.
      *> a row without a code, a usable percentage or a known scope is
      *> skipped; a blank or malformed cap means no cap.
           IF SP-CODE = SPACES OR SP-PCT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF SP-PCT > 100
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(SP-SCOPE) NOT = 'T'
               AND FUNCTION UPPER-CASE(SP-SCOPE) NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           IF WS-SPN-COUNT = WS-SPN-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SPN-COUNT
           SET WS-SPN-IDX TO WS-SPN-COUNT
           MOVE FUNCTION UPPER-CASE(SP-CODE) TO SPT-CODE(WS-SPN-IDX)
           MOVE SP-NAME TO SPT-NAME(WS-SPN-IDX)
           MOVE SP-PCT TO SPT-PCT(WS-SPN-IDX)
           MOVE FUNCTION UPPER-CASE(SP-SCOPE) TO SPT-SCOPE(WS-SPN-IDX)
           IF SP-CAP NUMERIC
               MOVE SP-CAP TO SPT-CAP(WS-SPN-IDX)
           ELSE
               MOVE 0 TO SPT-CAP(WS-SPN-IDX)
           END-IF.

       LOOKUP-SPONSOR.
      *> WS-SPN-HIT is the table slot of IN-SPONSOR-CD, zero when the
      *> code is blank or not on file.
           MOVE 0 TO WS-SPN-HIT
           IF IN-SPONSOR-CD = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SPN-IDX FROM 1 BY 1
               UNTIL WS-SPN-IDX > WS-SPN-COUNT OR WS-SPN-HIT > 0
               IF SPT-CODE(WS-SPN-IDX) = IN-SPONSOR-CD
                   SET WS-SPN-HIT TO WS-SPN-IDX
               END-IF
           END-PERFORM.

       SET-SUBJECT-RATES.
      *> the per-unit rate and per-lab-subject fee for the course/year
      *> in WS-SUBJ-COURSE/WS-SUBJ-YEAR, zero where the schedule has
      *> none.
           MOVE 0 TO WS-SUBJ-RATE WS-SUBJ-LABFEE
           IF WS-FEE-LOADED = 'Y'
               COMPUTE WS-FEE-SLOT =
                   (WS-SUBJ-COURSE - 1) * 5 + WS-SUBJ-YEAR
               IF FEE-LOADED(WS-FEE-SLOT) = 'Y'
                   MOVE FEE-UNIT-RATE(WS-FEE-SLOT) TO WS-SUBJ-RATE
                   MOVE FEE-LAB-SUBJ(WS-FEE-SLOT) TO WS-SUBJ-LABFEE
               END-IF
           END-IF.

       PRICE-SUBJECT-LOAD.
      *> tuition is the units carried times the course/year rate and
      *> the lab fee is one charge per laboratory subject, when the
      *> student has a subject load and the schedule prices it. Runs
      *> after LOOKUP-FEE-SCHEDULE so only those two amounts change.
           MOVE IN-COURSE-CODE TO WS-SUBJ-COURSE
           MOVE IN-YEAR TO WS-SUBJ-YEAR
           PERFORM SET-SUBJECT-RATES
           IF WS-SUBJ-RATE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SUBJ-FOUND
           MOVE 0 TO WS-SUBJ-UNITS WS-SUBJ-LABS
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
               IF SLT-STUD-NO(WS-SUBJ-IDX) = IN-STUD-NO
                   MOVE 'Y' TO WS-SUBJ-FOUND
                   ADD SLT-UNITS(WS-SUBJ-IDX) TO WS-SUBJ-UNITS
                   IF SLT-LAB-FLAG(WS-SUBJ-IDX) = 'Y'
                       ADD 1 TO WS-SUBJ-LABS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SUBJ-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           COMPUTE IN-TUITION = WS-SUBJ-UNITS * WS-SUBJ-RATE
           IF WS-SUBJ-LABFEE > 0
               COMPUTE IN-LAB = WS-SUBJ-LABS * WS-SUBJ-LABFEE
           END-IF.

       GET-AND-PROCESS-INPUTS.
           MOVE 'N' TO WS-VALID-FLAG
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               MOVE SM-YEAR TO IN-YEAR
               MOVE SM-SECTION TO IN-SECTION
               MOVE SM-STUD-TYPE TO IN-STUD-TYPE
               MOVE SM-SPONSOR-CD TO IN-SPONSOR-CD
           END-IF
           ACCEPT F-STUDNAME-ONLY.

               END-IF
           END-PERFORM.

      *> a scholar's sponsor decides the grant; anyone else has none.
           IF IN-STUD-TYPE = 'S' OR IN-STUD-TYPE = 's'
               MOVE 'N' TO WS-VALID-FLAG
               PERFORM UNTIL WS-VALID-FLAG = 'Y'
                   ACCEPT F-SPONSOR
                   MOVE FUNCTION UPPER-CASE(IN-SPONSOR-CD)
                       TO IN-SPONSOR-CD
                   PERFORM LOOKUP-SPONSOR
                   IF WS-SPN-HIT > 0
                       MOVE 'Y' TO WS-VALID-FLAG
                       MOVE SPACES TO WS-ERR-MSG
                       DISPLAY F-ERROR-MSG
                       MOVE SPT-NAME(WS-SPN-HIT) TO WS-SPN-NAME
                       DISPLAY F-SPONSOR-NAME
                   ELSE
                       MOVE "ERROR: Sponsor code is not on file."
                           TO WS-ERR-MSG
                       DISPLAY F-ERROR-MSG
                   END-IF
               END-PERFORM
           ELSE
               MOVE SPACES TO IN-SPONSOR-CD
           END-IF

      *> the schedule fills the four amounts when it carries a row for
      *> this course/year; the clerk confirms, or keys them the old
      *> way when it does not (or answers N to override a wrong row).
           PERFORM LOOKUP-FEE-SCHEDULE
           PERFORM PRICE-SUBJECT-LOAD
           IF WS-FEE-FOUND = 'Y'
               DISPLAY F-FEES
               PERFORM CONFIRM-SCHEDULED-FEES

       COMPUTE-ASSESSMENT.
      *> one place for the fee total, scholar discount and net, so the
      *> keyed path and the batch run can never drift apart. The
      *> discount is the sponsor's share: its percentage of tuition
      *> or of all fees, held to its cap.
           COMPUTE WS-TOTAL-FEES = IN-TUITION + IN-COUNCIL + IN-LAB +
               IN-MISC
           MOVE 0 TO WS-DISCOUNT-RATE WS-DISCOUNT-AMT
           IF IN-STUD-TYPE = 'S' OR IN-STUD-TYPE = 's'
               PERFORM LOOKUP-SPONSOR
               IF WS-SPN-HIT > 0
                   COMPUTE WS-DISCOUNT-RATE = SPT-PCT(WS-SPN-HIT) / 100
                   IF SPT-SCOPE(WS-SPN-HIT) = 'T'
                       MOVE IN-TUITION TO WS-SPN-BASE
                   ELSE
                       MOVE WS-TOTAL-FEES TO WS-SPN-BASE
                   END-IF
                   COMPUTE WS-DISCOUNT-AMT ROUNDED =
                       WS-SPN-BASE * WS-DISCOUNT-RATE
                   IF SPT-CAP(WS-SPN-HIT) > 0
                       AND WS-DISCOUNT-AMT > SPT-CAP(WS-SPN-HIT)
                       MOVE SPT-CAP(WS-SPN-HIT) TO WS-DISCOUNT-AMT
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-NET-FEES = WS-TOTAL-FEES - WS-DISCOUNT-AMT.

       CHECK-DUPLICATE-STUDNO.
           MOVE IN-COUNCIL      TO TBL-COUNCIL(WS-REC-COUNT)
           MOVE IN-LAB          TO TBL-LAB(WS-REC-COUNT)
           MOVE IN-MISC         TO TBL-MISC(WS-REC-COUNT)
           MOVE IN-SPONSOR-CD   TO TBL-SPONSOR-CD(WS-REC-COUNT)
           ADD 1 TO WS-STUDNO-COUNT
           MOVE IN-STUD-NO TO WS-STUDNO-ENTRY(WS-STUDNO-COUNT)
           ADD 1 TO WS-AUD-RECORDS

           PERFORM OPEN-SOA-FILE
           PERFORM OPEN-LEDGER-EXTEND
           PERFORM OPEN-SPONLEDG-EXTEND
           PERFORM GET-RUN-DATE
           MOVE WS-RUN-MDY  TO RPT-RUN-DATE
           MOVE SPACES TO OUT-LINE
           MOVE WS-GRAND-TOTAL TO RPT-GRD-TOTAL
           WRITE OUT-LINE FROM RPT-GRAND-TOTAL
           ADD WS-GRAND-TOTAL TO WS-AUD-AMOUNT
           CLOSE SPONLEDG-FILE
           CLOSE LEDGER-FILE
           CLOSE SOA-FILE.

           MOVE SPACES TO LED-OR-NO
           MOVE WS-SOA-NET TO LED-AMOUNT
           WRITE LEDGER-LINE FROM LED-REC
           PERFORM POST-BALANCE-RECORD
      *> the grant the student no longer owes is owed by the sponsor.
           IF TBL-DISCOUNT(WS-TBL-IDX) > 0
               AND TBL-SPONSOR-CD(WS-TBL-IDX) NOT = SPACES
               MOVE 'A' TO SPL-TYPE
               MOVE TBL-SPONSOR-CD(WS-TBL-IDX) TO SPL-SPONSOR-CD
               MOVE TBL-STUD-NO(WS-TBL-IDX) TO SPL-STUD-NO
               MOVE TBL-STUD-NAME(WS-TBL-IDX) TO SPL-STUD-NAME
               MOVE WS-CURRENT-TERM TO SPL-TERM
               MOVE WS-RUN-DATE TO SPL-DATE
               MOVE SPACES TO SPL-REF
               MOVE TBL-DISCOUNT(WS-TBL-IDX) TO SPL-AMOUNT
               WRITE SPONLEDG-LINE FROM SPL-REC
           END-IF
           PERFORM SAVE-STUD-MASTER.

       OPEN-SPONLEDG-EXTEND.
           OPEN EXTEND SPONLEDG-FILE
           IF WS-SPL-STATUS = "35"
               OPEN OUTPUT SPONLEDG-FILE
           END-IF.

       OPEN-SOA-FILE.
      *> statements append across chunks and sessions the same way
      *> STUDENT.TXT does.
           WRITE SOA-LINE FROM SOA-TYPE-LINE
           MOVE SPACES TO SOA-LINE
           WRITE SOA-LINE
           PERFORM WRITE-SOA-SUBJECTS

           MOVE "Tuition Fee .........." TO SOA-FEE-LABEL
           MOVE TBL-TUITION(WS-TBL-IDX) TO SOA-FEE-AMT
           MOVE "Total Fees ..........." TO SOA-FEE-LABEL
           MOVE TBL-TOTAL-FEES(WS-TBL-IDX) TO SOA-FEE-AMT
           WRITE SOA-LINE FROM SOA-FEE-LINE
           IF TBL-SPONSOR-CD(WS-TBL-IDX) NOT = SPACES
               MOVE SPACES TO SOA-FEE-LABEL
               STRING "Grant - " DELIMITED BY SIZE
                   TBL-SPONSOR-CD(WS-TBL-IDX) DELIMITED BY SPACE
                   " ......." DELIMITED BY SIZE
                   INTO SOA-FEE-LABEL
               END-STRING
           ELSE
               MOVE "Scholar Discount ....." TO SOA-FEE-LABEL
           END-IF
           MOVE TBL-DISCOUNT(WS-TBL-IDX) TO SOA-FEE-AMT
           WRITE SOA-LINE FROM SOA-FEE-LINE
           COMPUTE WS-SOA-NET = TBL-TOTAL-FEES(WS-TBL-IDX)
           MOVE WS-SOA-NET TO SOA-FEE-AMT
           WRITE SOA-LINE FROM SOA-FEE-LINE.

       WRITE-SOA-SUBJECTS.
      *> each subject on the load of the student at WS-TBL-IDX with its
      *> units and what it added to tuition and lab fees; nothing is
      *> printed for a student assessed at the flat rates.
           MOVE TBL-COURSE-CODE(WS-TBL-IDX) TO WS-SUBJ-COURSE
           MOVE TBL-YEAR(WS-TBL-IDX) TO WS-SUBJ-YEAR
           PERFORM SET-SUBJECT-RATES
           IF WS-SUBJ-RATE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SUBJ-FOUND
           MOVE 0 TO WS-SUBJ-UNITS
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
               IF SLT-STUD-NO(WS-SUBJ-IDX) = TBL-STUD-NO(WS-TBL-IDX)
                   IF WS-SUBJ-FOUND = 'N'
                       MOVE 'Y' TO WS-SUBJ-FOUND
                       WRITE SOA-LINE FROM SOA-SUBJ-HDR
                   END-IF
                   MOVE SLT-SUBJ-CODE(WS-SUBJ-IDX) TO SOA-SUBJ-CODE
                   MOVE SLT-UNITS(WS-SUBJ-IDX) TO SOA-SUBJ-UNITS
                   ADD SLT-UNITS(WS-SUBJ-IDX) TO WS-SUBJ-UNITS
                   COMPUTE WS-SUBJ-CHARGE =
                       SLT-UNITS(WS-SUBJ-IDX) * WS-SUBJ-RATE
                   IF SLT-LAB-FLAG(WS-SUBJ-IDX) = 'Y'
                       MOVE "LAB" TO SOA-SUBJ-LAB
                       ADD WS-SUBJ-LABFEE TO WS-SUBJ-CHARGE
                   ELSE
                       MOVE SPACES TO SOA-SUBJ-LAB
                   END-IF
                   MOVE WS-SUBJ-CHARGE TO SOA-SUBJ-AMT
                   WRITE SOA-LINE FROM SOA-SUBJ-LINE
               END-IF
           END-PERFORM
           IF WS-SUBJ-FOUND = 'Y'
               MOVE WS-SUBJ-UNITS TO SOA-SUBJ-TOT-UNITS
               WRITE SOA-LINE FROM SOA-SUBJ-TOTAL
               MOVE SPACES TO SOA-LINE
               WRITE SOA-LINE
           END-IF.

       START-NEW-GROUP.
           MOVE 'N' TO WS-FIRST-GROUP
           MOVE TBL-COURSE-CODE(WS-TBL-IDX) TO WS-PREV-COURSE
           WRITE OUT-LINE FROM RPT-COURSE-SUBTOTAL
           MOVE 0 TO WS-COURSE-TOTAL.

       TABLE-FULL-RTN.
      *> WS-FULL-TABLE names a work table that cannot hold all of its
      *> file. Carrying on would give a short answer without a word,
      *> so the run stops here; the checkpoint keeps this session's
      *> entries for the next run.
           MOVE SPACES TO WS-ERR-MSG
           STRING "ERROR: " FUNCTION TRIM(WS-FULL-TABLE)
               " table full - run stopped" DELIMITED BY SIZE
               INTO WS-ERR-MSG
           END-STRING
           DISPLAY F-ERROR-MSG
           ACCEPT WS-CONTINUE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-MM   TO WS-RUN-MDY-MM
           DISPLAY F-PAY-NEWBAL.

       COMPUTE-STUDENT-BALANCE.
      *> the student's balance, plan status and name straight off the
      *> balance file, which every ledger write keeps current.
           MOVE 'N' TO WS-AR-FOUND
           MOVE 'N' TO WS-PLAN-HAS
           MOVE 0 TO WS-STUD-BALANCE
           MOVE SPACES TO WS-STUD-NAME-FOUND
           MOVE WS-PAY-STUD-NO TO BM-STUD-NO
           READ BAL-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-AR-FOUND
           MOVE BM-PLAN-STATUS TO WS-PLAN-HAS
           MOVE BM-BALANCE TO WS-STUD-BALANCE
           MOVE BM-STUD-NAME TO WS-STUD-NAME-FOUND.

       APPEND-PAYMENT.
           PERFORM OPEN-LEDGER-EXTEND
           MOVE WS-PAY-OR-NO TO LED-OR-NO
           MOVE WS-PAY-AMT TO LED-AMOUNT
           WRITE LEDGER-LINE FROM LED-REC
           PERFORM POST-BALANCE-RECORD
           CLOSE LEDGER-FILE.

       LOAD-OR-CONTROL.
           END-PERFORM
           MOVE WS-OR-START TO WS-OR-NEXT
           PERFORM SAVE-OR-CONTROL
      *> the booklet joins the history the accountability report
      *> walks, so a replaced booklet is still accounted for.
           PERFORM GET-RUN-DATE
           OPEN EXTEND ORBOOKS-FILE
           IF WS-ORB-STATUS = "35"
               OPEN OUTPUT ORBOOKS-FILE
           END-IF
           MOVE WS-OR-START TO OBK-START
           MOVE WS-OR-END TO OBK-END
           MOVE WS-RUN-DATE TO OBK-DATE
           MOVE WS-OPERATOR-ID TO OBK-OPERATOR
           WRITE ORBOOKS-LINE FROM OBK-REC
           CLOSE ORBOOKS-FILE
           MOVE "Booklet registered." TO WS-ERR-MSG
           DISPLAY F-ERROR-MSG
           ACCEPT WS-CONTINUE.
      *> totals what the cash drawer must hold -- the report the
      *> auditors ask for on every visit. Only 'P' lines qualify:
      *> bank-remittance imports post as 'B' and never touched the
      *> drawer. A cancelled receipt keeps its place in the sequence,
      *> marked CANCELLED and left out of the drawer total, so a
      *> voided number is never mistaken for a gap.
           PERFORM GET-RUN-DATE
           PERFORM LOAD-VOID-LOG
           MOVE 0 TO WS-CASH-COUNT WS-CASH-TOTAL WS-CASH-CANCELLED
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "ERROR: No ledger on file yet." TO WS-ERR-MSG
                               TO CASH-STUD(WS-CASH-IDX)
                           MOVE LED-AMOUNT
                               TO CASH-AMT(WS-CASH-IDX)
                           MOVE SPACES TO CASH-STAT(WS-CASH-IDX)
                           MOVE LED-OR-NO TO WS-VOID-OR
                           PERFORM FIND-VOID-ENTRY
                           IF WS-VOID-HIT > 0
                               MOVE "CANCELLED"
                                   TO CASH-STAT(WS-CASH-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
      *> receipts spoiled today before any payment was posted on them
      *> still take their place in the day's sequence.
           PERFORM VARYING WS-VOID-IDX FROM 1 BY 1
               UNTIL WS-VOID-IDX > WS-VOID-COUNT
               IF VT-STUD(WS-VOID-IDX) = 0
                   AND VT-VOID-DATE(WS-VOID-IDX) = WS-RUN-DATE
                   AND WS-CASH-COUNT < 500
                   ADD 1 TO WS-CASH-COUNT
                   SET WS-CASH-IDX TO WS-CASH-COUNT
                   MOVE VT-OR(WS-VOID-IDX) TO CASH-OR(WS-CASH-IDX)
                   MOVE 0 TO CASH-STUD(WS-CASH-IDX)
                   MOVE 0 TO CASH-AMT(WS-CASH-IDX)
                   MOVE "CANCELLED" TO CASH-STAT(WS-CASH-IDX)
               END-IF
           END-PERFORM

           PERFORM SORT-CASH-TABLE

           MOVE 0 TO WS-CASH-PREV
           PERFORM VARYING WS-CASH-IDX FROM 1 BY 1
               UNTIL WS-CASH-IDX > WS-CASH-COUNT
      *> a break in the numeric sequence is a skipped OR the booklet
      *> must still account for.
               IF CASH-OR(WS-CASH-IDX) NUMERIC
                   COMPUTE WS-CASH-CURR =
                       FUNCTION NUMVAL(CASH-OR(WS-CASH-IDX))
               MOVE CASH-OR(WS-CASH-IDX) TO CASH-DET-OR
               MOVE CASH-STUD(WS-CASH-IDX) TO CASH-DET-STUD
               MOVE CASH-AMT(WS-CASH-IDX) TO CASH-DET-AMT
               MOVE CASH-STAT(WS-CASH-IDX) TO CASH-DET-STAT
               WRITE CASHRPT-LINE FROM CASH-DETAIL
               IF CASH-STAT(WS-CASH-IDX) = SPACES
                   ADD CASH-AMT(WS-CASH-IDX) TO WS-CASH-TOTAL
               ELSE
                   ADD 1 TO WS-CASH-CANCELLED
               END-IF
           END-PERFORM
      *> earlier days' receipts cancelled today, for the record; they
      *> were in an earlier day's drawer, not this one.
           MOVE 'N' TO WS-VOID-FOUND
           PERFORM VARYING WS-VOID-IDX FROM 1 BY 1
               UNTIL WS-VOID-IDX > WS-VOID-COUNT
               IF VT-STUD(WS-VOID-IDX) NOT = 0
                   AND VT-VOID-DATE(WS-VOID-IDX) = WS-RUN-DATE
                   AND VT-PAY-DATE(WS-VOID-IDX) NOT = WS-RUN-DATE
                   IF WS-VOID-FOUND = 'N'
                       MOVE 'Y' TO WS-VOID-FOUND
                       MOVE SPACES TO CASHRPT-LINE
                       WRITE CASHRPT-LINE
                       WRITE CASHRPT-LINE FROM CASH-EARLIER-HDR
                   END-IF
                   MOVE VT-OR(WS-VOID-IDX) TO CASH-DET-OR
                   MOVE VT-STUD(WS-VOID-IDX) TO CASH-DET-STUD
                   MOVE VT-AMT(WS-VOID-IDX) TO CASH-DET-AMT
                   MOVE "CANCELLED" TO CASH-DET-STAT
                   WRITE CASHRPT-LINE FROM CASH-DETAIL
               END-IF
           END-PERFORM
           MOVE SPACES TO CASHRPT-LINE
           WRITE CASHRPT-LINE
           COMPUTE CASH-TOT-CNT = WS-CASH-COUNT - WS-CASH-CANCELLED
           WRITE CASHRPT-LINE FROM CASH-COUNT-LINE
           MOVE WS-CASH-CANCELLED TO CASH-CANC-CNT
           WRITE CASHRPT-LINE FROM CASH-CANC-LINE
           MOVE WS-CASH-TOTAL TO CASH-TOT-AMT
           WRITE CASHRPT-LINE FROM CASH-TOTAL-LINE
           CLOSE CASHRPT-FILE
           DISPLAY F-MODE-ERROR
           ACCEPT WS-CONTINUE.

       LOAD-VOID-LOG.
           MOVE 0 TO WS-VOID-COUNT
           OPEN INPUT ORVOID-FILE
           IF WS-ORV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-VOID-EOF
           PERFORM UNTIL WS-VOID-EOF = 'Y'
               READ ORVOID-FILE
                   AT END
                       MOVE 'Y' TO WS-VOID-EOF
                   NOT AT END
                       MOVE ORVOID-LINE TO VD-REC
                       IF WS-VOID-COUNT = 2000
                           MOVE "Cancelled OR" TO WS-FULL-TABLE
                           PERFORM TABLE-FULL-RTN
                       END-IF
                       ADD 1 TO WS-VOID-COUNT
                       SET WS-VOID-IDX TO WS-VOID-COUNT
                       MOVE VD-OR-NO TO VT-OR(WS-VOID-IDX)
                       MOVE VD-STUD-NO TO VT-STUD(WS-VOID-IDX)
                       MOVE VD-AMOUNT TO VT-AMT(WS-VOID-IDX)
                       MOVE VD-PAY-DATE TO VT-PAY-DATE(WS-VOID-IDX)
                       MOVE VD-VOID-DATE TO VT-VOID-DATE(WS-VOID-IDX)
                       MOVE VD-REASON TO VT-REASON(WS-VOID-IDX)
                       MOVE VD-SUPER-ID TO VT-SUPER(WS-VOID-IDX)
                       MOVE VD-SURRENDERED TO VT-SURR(WS-VOID-IDX)
               END-READ
           END-PERFORM
           CLOSE ORVOID-FILE.

       FIND-VOID-ENTRY.
      *> WS-VOID-HIT is the void-table slot of WS-VOID-OR, or zero.
           MOVE 0 TO WS-VOID-HIT
           PERFORM VARYING WS-VOID-IDX FROM 1 BY 1
               UNTIL WS-VOID-IDX > WS-VOID-COUNT OR WS-VOID-HIT > 0
               IF VT-OR(WS-VOID-IDX) = WS-VOID-OR
                   SET WS-VOID-HIT TO WS-VOID-IDX
               END-IF
           END-PERFORM.

       VOID-OR-RTN.
      *> Cancels one issued OR. A receipt that carried a payment has
      *> the payment reversed on the ledger; a receipt spoiled before
      *> anything was posted on it is simply recorded as cancelled.
      *> Either way the number is accounted for from now on.
           PERFORM GET-RUN-DATE
           MOVE 0 TO WS-VOID-NUM WS-VOID-STUD WS-VOID-AMT WS-VOID-DATE
           MOVE SPACES TO WS-VOID-NAME WS-VOID-REASON WS-VOID-SUPER
               WS-VOID-SURR WS-ERR-MSG
           DISPLAY F-VOID-FORM
           ACCEPT F-VOID-OR
           MOVE WS-VOID-NUM TO WS-VOID-OR
           PERFORM LOAD-VOID-LOG
           PERFORM FIND-VOID-ENTRY
           IF WS-VOID-HIT > 0
               MOVE "ERROR: That OR is already cancelled."
                   TO WS-ERR-MSG
               DISPLAY F-ERROR-MSG
               ACCEPT WS-CONTINUE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-VOID-FOUND
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE 'N' TO WS-LEDGER-EOF
               PERFORM UNTIL WS-LEDGER-EOF = 'Y'
                   READ LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-LEDGER-EOF
                       NOT AT END
                           MOVE LEDGER-LINE TO LED-REC
                           IF LED-TYPE = 'P'
                               AND LED-OR-NO = WS-VOID-OR
                               MOVE 'Y' TO WS-VOID-FOUND
                               MOVE LED-STUD-NO TO WS-VOID-STUD
                               MOVE LED-STUD-NAME TO WS-VOID-NAME
                               MOVE LED-AMOUNT TO WS-VOID-AMT
                               MOVE LED-DATE TO WS-VOID-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           IF WS-VOID-FOUND = 'N'
               PERFORM VOID-SCAN-ARCHIVES
           END-IF
      *> no payment on it: only a number already taken off the
      *> registered booklet can have been spoiled.
           IF WS-VOID-FOUND = 'N'
               PERFORM LOAD-OR-CONTROL
               IF WS-OR-LOADED = 'N'
                   OR WS-VOID-NUM < WS-OR-START
                   OR WS-VOID-NUM >= WS-OR-NEXT
                   MOVE "ERROR: That OR was never issued."
                       TO WS-ERR-MSG
                   DISPLAY F-ERROR-MSG
                   ACCEPT WS-CONTINUE
                   EXIT PARAGRAPH
               END-IF
               MOVE "(SPOILED - NO PAYMENT)" TO WS-VOID-NAME
           END-IF
           DISPLAY F-VOID-SHOW

           MOVE 'N' TO WS-VALID-FLAG
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               ACCEPT F-VOID-REASON
               MOVE FUNCTION UPPER-CASE(WS-VOID-REASON)
                   TO WS-VOID-REASON
               IF WS-VOID-REASON = "SPOILED" OR "WRONGSTU"
                   OR "WRONGAMT" OR "OTHER"
                   MOVE 'Y' TO WS-VALID-FLAG
                   MOVE SPACES TO WS-ERR-MSG
                   DISPLAY F-ERROR-MSG
               ELSE
                   MOVE "ERROR: Enter one of the reasons listed."
                       TO WS-ERR-MSG
                   DISPLAY F-ERROR-MSG
               END-IF
           END-PERFORM
      *> a cashier cannot approve their own cancellation.
           MOVE 'N' TO WS-VALID-FLAG
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               ACCEPT F-VOID-SUPER
               MOVE FUNCTION UPPER-CASE(WS-VOID-SUPER)
                   TO WS-VOID-SUPER
               IF WS-VOID-SUPER = SPACES
                   OR WS-VOID-SUPER =
                       FUNCTION UPPER-CASE(WS-OPERATOR-ID)
                   MOVE "ERROR: Approval needs another supervisor ID."
                       TO WS-ERR-MSG
                   DISPLAY F-ERROR-MSG
               ELSE
                   MOVE 'Y' TO WS-VALID-FLAG
                   MOVE SPACES TO WS-ERR-MSG
                   DISPLAY F-ERROR-MSG
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-VALID-FLAG
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               ACCEPT F-VOID-SURR
               MOVE FUNCTION UPPER-CASE(WS-VOID-SURR) TO WS-VOID-SURR
               IF WS-VOID-SURR = 'Y' OR WS-VOID-SURR = 'N'
                   MOVE 'Y' TO WS-VALID-FLAG
                   MOVE SPACES TO WS-ERR-MSG
                   DISPLAY F-ERROR-MSG
               ELSE
                   MOVE "ERROR: Please Input Only Y or N" TO WS-ERR-MSG
                   DISPLAY F-ERROR-MSG
               END-IF
           END-PERFORM

           IF WS-VOID-FOUND = 'Y'
               PERFORM OPEN-LEDGER-EXTEND
               MOVE 'V' TO LED-TYPE
               MOVE WS-VOID-STUD TO LED-STUD-NO
               MOVE WS-VOID-NAME TO LED-STUD-NAME
               MOVE 0 TO LED-COURSE-CODE
               MOVE 0 TO LED-YEAR
               MOVE WS-RUN-DATE TO LED-DATE
               MOVE WS-VOID-OR TO LED-OR-NO
               MOVE WS-VOID-AMT TO LED-AMOUNT
               WRITE LEDGER-LINE FROM LED-REC
               PERFORM POST-BALANCE-RECORD
               CLOSE LEDGER-FILE
           ELSE
               MOVE WS-RUN-DATE TO WS-VOID-DATE
           END-IF

           OPEN EXTEND ORVOID-FILE
           IF WS-ORV-STATUS = "35"
               OPEN OUTPUT ORVOID-FILE
           END-IF
           MOVE WS-VOID-OR TO VD-OR-NO
           MOVE WS-VOID-STUD TO VD-STUD-NO
           MOVE WS-VOID-AMT TO VD-AMOUNT
           MOVE WS-VOID-DATE TO VD-PAY-DATE
           MOVE WS-RUN-DATE TO VD-VOID-DATE
           MOVE WS-VOID-REASON TO VD-REASON
           MOVE WS-VOID-SUPER TO VD-SUPER-ID
           MOVE WS-VOID-SURR TO VD-SURRENDERED
           MOVE WS-OPERATOR-ID TO VD-OPERATOR
           WRITE ORVOID-LINE FROM VD-REC
           CLOSE ORVOID-FILE
           ADD 1 TO WS-AUD-TXNS
           MOVE "OR cancelled." TO WS-ERR-MSG
           DISPLAY F-ERROR-MSG
           ACCEPT WS-CONTINUE.

       VOID-SCAN-ARCHIVES.
      *> a payment from a month already closed out is on that month's
      *> archive. The months are read from the oldest registered
      *> booklet's on, as the OR accountability report reads them.
           COMPUTE WS-ORA-FROM = WS-RUN-YYYY * 100 + WS-RUN-MM
           PERFORM LOAD-ORA-BOOKS
           MOVE WS-ORA-FROM TO WS-RB-PER
           PERFORM UNTIL WS-RB-PER > WS-RUN-YYYY * 100 + WS-RUN-MM
               PERFORM VOID-SCAN-ONE-ARCHIVE
               COMPUTE WS-RB-YYYY = WS-RB-PER / 100
               COMPUTE WS-RB-MM = FUNCTION MOD(WS-RB-PER, 100) + 1
               IF WS-RB-MM > 12
                   MOVE 1 TO WS-RB-MM
                   ADD 1 TO WS-RB-YYYY
               END-IF
               COMPUTE WS-RB-PER = WS-RB-YYYY * 100 + WS-RB-MM
           END-PERFORM.

       VOID-SCAN-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCH-LED-NAME
           STRING FUNCTION TRIM(WS-DIR-SHARE) DELIMITED BY SIZE
               "ARCH_LEDGER_" DELIMITED BY SIZE
               WS-RB-PER DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-ARCH-LED-NAME
           END-STRING
           OPEN INPUT ARCHLED-FILE
           IF WS-ARCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ORA-EOF
           PERFORM UNTIL WS-ORA-EOF = 'Y'
               READ ARCHLED-FILE
                   AT END
                       MOVE 'Y' TO WS-ORA-EOF
                   NOT AT END
                       MOVE ARCHLED-LINE TO LED-REC
                       IF LED-TYPE = 'P'
                           AND LED-OR-NO = WS-VOID-OR
                           MOVE 'Y' TO WS-VOID-FOUND
                           MOVE LED-STUD-NO TO WS-VOID-STUD
                           MOVE LED-STUD-NAME TO WS-VOID-NAME
                           MOVE LED-AMOUNT TO WS-VOID-AMT
                           MOVE LED-DATE TO WS-VOID-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHLED-FILE.

       OR-ACCOUNT-RTN.
      *> Monthly OR accountability for the auditors: every number of
      *> every booklet ever registered, as used, cancelled or unused.
      *> Payments are gathered from the live ledger and from every
      *> archived month since the oldest booklet was registered, so a
      *> receipt whose account has been closed out still shows used.
           PERFORM GET-RUN-DATE
           MOVE 0 TO WS-ORA-MONTH
           MOVE SPACES TO WS-ERR-MSG
           DISPLAY F-ORACC-FORM
           MOVE 'N' TO WS-VALID-FLAG
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               ACCEPT F-ORACC-MONTH
               IF WS-ORA-MONTH = 0
                   COMPUTE WS-ORA-MONTH = WS-RUN-YYYY * 100 + WS-RUN-MM
               END-IF
               IF WS-ORA-MONTH(5:2) >= "01"
                   AND WS-ORA-MONTH(5:2) <= "12"
                   MOVE 'Y' TO WS-VALID-FLAG
                   MOVE SPACES TO WS-ERR-MSG
                   DISPLAY F-ERROR-MSG
               ELSE
                   MOVE "ERROR: Period must be YYYYMM, or 0."
                       TO WS-ERR-MSG
                   DISPLAY F-ERROR-MSG
               END-IF
           END-PERFORM

      *> the booklets: the history file, plus the current control's
      *> range if it predates the history.
           PERFORM LOAD-OR-CONTROL
           MOVE WS-ORA-MONTH TO WS-ORA-FROM
           PERFORM LOAD-ORA-BOOKS
           IF WS-OR-LOADED = 'Y'
               MOVE 'N' TO WS-ORA-CURRENT
               PERFORM VARYING WS-ORB-IDX FROM 1 BY 1
                   UNTIL WS-ORB-IDX > WS-ORA-BK-COUNT
                   IF OBT-START(WS-ORB-IDX) = WS-OR-START
                       AND OBT-END(WS-ORB-IDX) = WS-OR-END
                       MOVE 'Y' TO WS-ORA-CURRENT
                   END-IF
               END-PERFORM
               IF WS-ORA-CURRENT = 'N'
                   MOVE WS-OR-START TO OBK-START
                   MOVE WS-OR-END TO OBK-END
                   MOVE 0 TO OBK-DATE
                   PERFORM STORE-ORA-BOOK
               END-IF
           END-IF
           IF WS-ORA-BK-COUNT = 0
               MOVE "ERROR: No OR booklet registered." TO WS-ERR-MSG
               DISPLAY F-ERROR-MSG
               ACCEPT WS-CONTINUE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-VOID-LOG
           MOVE 0 TO WS-ORA-USE-COUNT
           MOVE WS-ORA-FROM TO WS-RB-PER
           PERFORM UNTIL WS-RB-PER > WS-RUN-YYYY * 100 + WS-RUN-MM
               PERFORM ORA-FOLD-ARCHIVE
               COMPUTE WS-RB-YYYY = WS-RB-PER / 100
               COMPUTE WS-RB-MM = FUNCTION MOD(WS-RB-PER, 100) + 1
               IF WS-RB-MM > 12
                   MOVE 1 TO WS-RB-MM
                   ADD 1 TO WS-RB-YYYY
               END-IF
               COMPUTE WS-RB-PER = WS-RB-YYYY * 100 + WS-RB-MM
           END-PERFORM
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE 'N' TO WS-LEDGER-EOF
               PERFORM UNTIL WS-LEDGER-EOF = 'Y'
                   READ LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-LEDGER-EOF
                       NOT AT END
                           MOVE LEDGER-LINE TO LED-REC
                           PERFORM ORA-COLLECT-LINE
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF

           OPEN OUTPUT ORACCT-FILE
           MOVE WS-ORA-MONTH TO ORA-HDR-MONTH
           WRITE ORACCT-LINE FROM ORA-HEADER
           MOVE 0 TO WS-ORA-N-USED WS-ORA-AMT-USED WS-ORA-N-PRIOR
               WS-ORA-N-CANC WS-ORA-N-UNUSED WS-ORA-N-MISSING
           PERFORM VARYING WS-ORB-IDX FROM 1 BY 1
               UNTIL WS-ORB-IDX > WS-ORA-BK-COUNT
               PERFORM WRITE-ORA-BOOKLET
           END-PERFORM

           MOVE SPACES TO ORACCT-LINE
           WRITE ORACCT-LINE
           MOVE "Used this period ..................." TO ORA-TOT-LABEL
           MOVE WS-ORA-N-USED TO ORA-TOT-CNT
           MOVE WS-ORA-AMT-USED TO ORA-TOT-AMT
           WRITE ORACCT-LINE FROM ORA-TOTAL-LINE
           MOVE 0 TO ORA-TOT-AMT
           MOVE "Used in other periods .............." TO ORA-TOT-LABEL
           MOVE WS-ORA-N-PRIOR TO ORA-TOT-CNT
           WRITE ORACCT-LINE FROM ORA-TOTAL-LINE
           MOVE "Cancelled .........................." TO ORA-TOT-LABEL
           MOVE WS-ORA-N-CANC TO ORA-TOT-CNT
           WRITE ORACCT-LINE FROM ORA-TOTAL-LINE
           MOVE "Unused ............................." TO ORA-TOT-LABEL
           MOVE WS-ORA-N-UNUSED TO ORA-TOT-CNT
           WRITE ORACCT-LINE FROM ORA-TOTAL-LINE
           MOVE "Issued but not accounted for ......." TO ORA-TOT-LABEL
           MOVE WS-ORA-N-MISSING TO ORA-TOT-CNT
           WRITE ORACCT-LINE FROM ORA-TOTAL-LINE
           CLOSE ORACCT-FILE
           MOVE "OR accountability written to ORACCT.TXT."
               TO WS-ERR-MSG
           DISPLAY F-ERROR-MSG
           ACCEPT WS-CONTINUE.

       LOAD-ORA-BOOKS.
      *> every booklet on the history file; WS-ORA-FROM comes down to
      *> the month the oldest of them was registered.
           MOVE 0 TO WS-ORA-BK-COUNT
           OPEN INPUT ORBOOKS-FILE
           IF WS-ORB-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ORA-EOF
           PERFORM UNTIL WS-ORA-EOF = 'Y'
               READ ORBOOKS-FILE
                   AT END
                       MOVE 'Y' TO WS-ORA-EOF
                   NOT AT END
                       MOVE ORBOOKS-LINE TO OBK-REC
                       PERFORM STORE-ORA-BOOK
               END-READ
           END-PERFORM
           CLOSE ORBOOKS-FILE.

       STORE-ORA-BOOK.
      *> archives are read from the oldest booklet's month on.
           IF OBK-START NOT NUMERIC OR OBK-END NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-ORA-BK-COUNT = 200
               MOVE "OR booklet" TO WS-FULL-TABLE
               PERFORM TABLE-FULL-RTN
           END-IF
           ADD 1 TO WS-ORA-BK-COUNT
           SET WS-ORB-IDX TO WS-ORA-BK-COUNT
           MOVE OBK-START TO OBT-START(WS-ORB-IDX)
           MOVE OBK-END TO OBT-END(WS-ORB-IDX)
           IF OBK-DATE NUMERIC
               MOVE OBK-DATE TO OBT-DATE(WS-ORB-IDX)
               IF OBK-DATE > 0 AND OBK-DATE(1:6) < WS-ORA-FROM
                   MOVE OBK-DATE(1:6) TO WS-ORA-FROM
               END-IF
           ELSE
               MOVE 0 TO OBT-DATE(WS-ORB-IDX)
           END-IF.

       ORA-FOLD-ARCHIVE.
      *> one closed month's payment lines; a missing month is skipped.
           MOVE SPACES TO WS-ARCH-LED-NAME
           STRING FUNCTION TRIM(WS-DIR-SHARE) DELIMITED BY SIZE
               "ARCH_LEDGER_" DELIMITED BY SIZE
               WS-RB-PER DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-ARCH-LED-NAME
           END-STRING
           OPEN INPUT ARCHLED-FILE
           IF WS-ARCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ORA-EOF
           PERFORM UNTIL WS-ORA-EOF = 'Y'
               READ ARCHLED-FILE
                   AT END
                       MOVE 'Y' TO WS-ORA-EOF
                   NOT AT END
                       MOVE ARCHLED-LINE TO LED-REC
                       PERFORM ORA-COLLECT-LINE
               END-READ
           END-PERFORM
           CLOSE ARCHLED-FILE.

       ORA-COLLECT-LINE.
           IF LED-TYPE NOT = 'P' OR LED-OR-NO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-ORA-USE-COUNT = 20000
               MOVE "Used OR" TO WS-FULL-TABLE
               PERFORM TABLE-FULL-RTN
           END-IF
           ADD 1 TO WS-ORA-USE-COUNT
           SET WS-ORU-IDX TO WS-ORA-USE-COUNT
           MOVE LED-OR-NO TO ORU-NUM(WS-ORU-IDX)
           MOVE LED-DATE TO ORU-DATE(WS-ORU-IDX)
           MOVE LED-STUD-NO TO ORU-STUD(WS-ORU-IDX)
           MOVE LED-AMOUNT TO ORU-AMT(WS-ORU-IDX).

       WRITE-ORA-BOOKLET.
      *> the booklet at WS-ORB-IDX, number by number up to the last
      *> one touched (or the control's next number, for the booklet
      *> in use); everything after that is one unused run.
           MOVE OBT-START(WS-ORB-IDX) TO ORA-BK-START
           MOVE OBT-END(WS-ORB-IDX) TO ORA-BK-END
           MOVE OBT-DATE(WS-ORB-IDX) TO ORA-BK-DATE
           MOVE 'N' TO WS-ORA-CURRENT
           IF WS-OR-LOADED = 'Y'
               AND OBT-START(WS-ORB-IDX) = WS-OR-START
               AND OBT-END(WS-ORB-IDX) = WS-OR-END
               MOVE 'Y' TO WS-ORA-CURRENT
               MOVE "  (IN USE)" TO ORA-BK-CUR
           ELSE
               MOVE SPACES TO ORA-BK-CUR
           END-IF
           MOVE SPACES TO ORACCT-LINE
           WRITE ORACCT-LINE
           WRITE ORACCT-LINE FROM ORA-BOOK-LINE
           WRITE ORACCT-LINE FROM ORA-COLS

           COMPUTE WS-ORA-HIGH = OBT-START(WS-ORB-IDX) - 1
           IF WS-ORA-CURRENT = 'Y' AND WS-OR-NEXT > 0
               COMPUTE WS-ORA-HIGH = WS-OR-NEXT - 1
           END-IF
           PERFORM VARYING WS-ORU-IDX FROM 1 BY 1
               UNTIL WS-ORU-IDX > WS-ORA-USE-COUNT
               IF ORU-NUM(WS-ORU-IDX) >= OBT-START(WS-ORB-IDX)
                   AND ORU-NUM(WS-ORU-IDX) <= OBT-END(WS-ORB-IDX)
                   AND ORU-NUM(WS-ORU-IDX) > WS-ORA-HIGH
                   MOVE ORU-NUM(WS-ORU-IDX) TO WS-ORA-HIGH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-VOID-IDX FROM 1 BY 1
               UNTIL WS-VOID-IDX > WS-VOID-COUNT
               IF VT-OR(WS-VOID-IDX) NUMERIC
                   MOVE VT-OR(WS-VOID-IDX) TO WS-ORA-NUM
                   IF WS-ORA-NUM >= OBT-START(WS-ORB-IDX)
                       AND WS-ORA-NUM <= OBT-END(WS-ORB-IDX)
                       AND WS-ORA-NUM > WS-ORA-HIGH
                       MOVE WS-ORA-NUM TO WS-ORA-HIGH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ORA-HIGH > OBT-END(WS-ORB-IDX)
               MOVE OBT-END(WS-ORB-IDX) TO WS-ORA-HIGH
           END-IF

           MOVE SPACES TO WS-ORA-RUN-STAT
           MOVE 0 TO WS-ORA-RUN-FROM WS-ORA-RUN-TO
           PERFORM VARYING WS-ORA-NUM FROM OBT-START(WS-ORB-IDX) BY 1
               UNTIL WS-ORA-NUM > WS-ORA-HIGH
               PERFORM CLASSIFY-ORA-NUMBER
           END-PERFORM
           PERFORM FLUSH-ORA-RUN
           IF WS-ORA-HIGH < OBT-END(WS-ORB-IDX)
               COMPUTE WS-ORA-RUN-FROM = WS-ORA-HIGH + 1
               MOVE OBT-END(WS-ORB-IDX) TO WS-ORA-RUN-TO
               MOVE "UNUSED" TO WS-ORA-RUN-STAT
               COMPUTE WS-ORA-RUN-CNT =
                   WS-ORA-RUN-TO - WS-ORA-RUN-FROM + 1
               ADD WS-ORA-RUN-CNT TO WS-ORA-N-UNUSED
               PERFORM FLUSH-ORA-RUN
           END-IF.

       CLASSIFY-ORA-NUMBER.
      *> one number's standing: cancelled beats used, and a number
      *> neither used nor cancelled below the last one touched was
      *> issued without being accounted for.
           MOVE 'N' TO WS-ORA-DETAIL
           MOVE WS-ORA-NUM TO WS-VOID-OR
           PERFORM FIND-VOID-ENTRY
           IF WS-VOID-HIT > 0
               ADD 1 TO WS-ORA-N-CANC
               IF VT-VOID-DATE(WS-VOID-HIT)(1:6) = WS-ORA-MONTH
                   MOVE 'Y' TO WS-ORA-DETAIL
                   MOVE WS-ORA-NUM TO ORA-DET-OR
                   MOVE "CANCELLED" TO ORA-DET-STAT
                   MOVE VT-VOID-DATE(WS-VOID-HIT) TO ORA-DET-DATE
                   MOVE VT-STUD(WS-VOID-HIT) TO ORA-DET-STUD
                   MOVE VT-AMT(WS-VOID-HIT) TO ORA-DET-AMT
                   MOVE SPACES TO ORA-DET-NOTE
                   STRING VT-REASON(WS-VOID-HIT) DELIMITED BY SPACE
                       " SUP:" DELIMITED BY SIZE
                       VT-SUPER(WS-VOID-HIT) DELIMITED BY SPACE
                       " SURR:" DELIMITED BY SIZE
                       VT-SURR(WS-VOID-HIT) DELIMITED BY SIZE
                       INTO ORA-DET-NOTE
                   END-STRING
               ELSE
                   MOVE "CANCELLED - OTHER PERIOD" TO WS-ORA-STAT
               END-IF
           ELSE
               MOVE 0 TO WS-ORA-HIT
               PERFORM VARYING WS-ORU-IDX FROM 1 BY 1
                   UNTIL WS-ORU-IDX > WS-ORA-USE-COUNT
                   OR WS-ORA-HIT > 0
                   IF ORU-NUM(WS-ORU-IDX) = WS-ORA-NUM
                       SET WS-ORA-HIT TO WS-ORU-IDX
                   END-IF
               END-PERFORM
               IF WS-ORA-HIT > 0
                   IF ORU-DATE(WS-ORA-HIT)(1:6) = WS-ORA-MONTH
                       ADD 1 TO WS-ORA-N-USED
                       ADD ORU-AMT(WS-ORA-HIT) TO WS-ORA-AMT-USED
                       MOVE 'Y' TO WS-ORA-DETAIL
                       MOVE WS-ORA-NUM TO ORA-DET-OR
                       MOVE "USED" TO ORA-DET-STAT
                       MOVE ORU-DATE(WS-ORA-HIT) TO ORA-DET-DATE
                       MOVE ORU-STUD(WS-ORA-HIT) TO ORA-DET-STUD
                       MOVE ORU-AMT(WS-ORA-HIT) TO ORA-DET-AMT
                       MOVE SPACES TO ORA-DET-NOTE
                   ELSE
                       ADD 1 TO WS-ORA-N-PRIOR
                       MOVE "USED - OTHER PERIOD" TO WS-ORA-STAT
                   END-IF
               ELSE
                   ADD 1 TO WS-ORA-N-MISSING
                   MOVE "** NOT ACCOUNTED FOR" TO WS-ORA-STAT
               END-IF
           END-IF
           IF WS-ORA-DETAIL = 'Y'
               PERFORM FLUSH-ORA-RUN
               WRITE ORACCT-LINE FROM ORA-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF WS-ORA-RUN-STAT = WS-ORA-STAT
               AND WS-ORA-NUM = WS-ORA-RUN-TO + 1
               MOVE WS-ORA-NUM TO WS-ORA-RUN-TO
           ELSE
               PERFORM FLUSH-ORA-RUN
               MOVE WS-ORA-STAT TO WS-ORA-RUN-STAT
               MOVE WS-ORA-NUM TO WS-ORA-RUN-FROM WS-ORA-RUN-TO
           END-IF.

       FLUSH-ORA-RUN.
           IF WS-ORA-RUN-STAT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORA-RUN-FROM TO ORA-RUN-FROM
           MOVE WS-ORA-RUN-TO TO ORA-RUN-TO
           MOVE WS-ORA-RUN-STAT TO ORA-RUN-STAT
           COMPUTE ORA-RUN-CNT = WS-ORA-RUN-TO - WS-ORA-RUN-FROM + 1
           WRITE ORACCT-LINE FROM ORA-RUN-LINE
           MOVE SPACES TO WS-ORA-RUN-STAT.

       SORT-CASH-TABLE.
      *> selection sort by OR number, the same shape as the other
      *> in-memory sorts, so the listing reads in issue sequence.
               MOVE BUR-OR-NO TO LED-OR-NO
               MOVE BUR-AMT TO LED-AMOUNT
               WRITE LEDGER-LINE FROM LED-REC
               PERFORM POST-BALANCE-RECORD
               CLOSE LEDGER-FILE
               ADD 1 TO WS-AUD-TXNS
               MOVE "ACCEPTED" TO BIMP-DISP
           MOVE WS-ADJ-REASON TO LED-OR-NO
           MOVE WS-ADJ-AMT TO LED-AMOUNT
           WRITE LEDGER-LINE FROM LED-REC
           PERFORM POST-BALANCE-RECORD
           CLOSE LEDGER-FILE

           PERFORM WRITE-ADJ-REGISTER
           MOVE "DOWN" TO LED-OR-NO
           MOVE WS-PLAN-DOWN TO LED-AMOUNT
           WRITE LEDGER-LINE FROM LED-REC
           PERFORM POST-BALANCE-RECORD
           MOVE WS-PLAN-PRE-DUE TO LED-DATE
           MOVE "PRELIM" TO LED-OR-NO
           MOVE WS-PLAN-PRE-AMT TO LED-AMOUNT
           WRITE LEDGER-LINE FROM LED-REC
           PERFORM POST-BALANCE-RECORD
           MOVE WS-PLAN-MID-DUE TO LED-DATE
           MOVE "MIDTERM" TO LED-OR-NO
           MOVE WS-PLAN-MID-AMT TO LED-AMOUNT
           WRITE LEDGER-LINE FROM LED-REC
           PERFORM POST-BALANCE-RECORD
           MOVE WS-PLAN-FIN-DUE TO LED-DATE
           MOVE "FINAL" TO LED-OR-NO
           MOVE WS-PLAN-FIN-AMT TO LED-AMOUNT
           WRITE LEDGER-LINE FROM LED-REC
           PERFORM POST-BALANCE-RECORD
           CLOSE LEDGER-FILE
           ADD 1 TO WS-AUD-TXNS

                       MOVE LED-AMOUNT TO SSCH-AMT(WS-SSCH-COUNT)
                   END-IF
               WHEN 'R'
               WHEN 'V'
                   SUBTRACT LED-AMOUNT FROM WS-PLAN-PAID
                   IF WS-SSCH-COUNT > 0
                       IF WS-PLAN-EPOCH-PAID >= LED-AMOUNT
                   END-IF
           END-EVALUATE.

       PERMIT-RTN.
      *> Exam-time permit run for one course/year/section: every
      *> student assessed this term is checked against what the
      *> ledger says is due by the chosen exam. Paid-up students get
      *> a permit page on PERMITS.TXT; the rest go on NOPERMIT.TXT
      *> with the amount still needed.
           PERFORM GET-RUN-DATE
           MOVE SPACES TO WS-PRM-PERIOD WS-ERR-MSG
           MOVE 0 TO WS-PRM-COURSE WS-PRM-YEAR WS-PRM-SECTION
           DISPLAY F-PERMIT-FORM
           MOVE 'N' TO WS-VALID-FLAG
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               ACCEPT F-PERMIT-INPUT
               MOVE FUNCTION UPPER-CASE(WS-PRM-PERIOD) TO WS-PRM-PERIOD
               EVALUATE TRUE
                   WHEN WS-PRM-PERIOD NOT = 'P'
                       AND WS-PRM-PERIOD NOT = 'M'
                       AND WS-PRM-PERIOD NOT = 'F'
                       MOVE "ERROR: Exam period is P, M or F."
                           TO WS-ERR-MSG
                       DISPLAY F-ERROR-MSG
                   WHEN WS-PRM-COURSE < 1 OR WS-PRM-COURSE > 6
                       MOVE "ERROR: Valid Course Codes are 1 to 6."
                           TO WS-ERR-MSG
                       DISPLAY F-ERROR-MSG
                   WHEN WS-PRM-YEAR < 1
                       OR (WS-PRM-COURSE = 6 AND WS-PRM-YEAR > 5)
                       OR (WS-PRM-COURSE NOT = 6 AND WS-PRM-YEAR > 4)
                       MOVE "ERROR: Year is out of range for course."
                           TO WS-ERR-MSG
                       DISPLAY F-ERROR-MSG
                   WHEN OTHER
                       MOVE 'Y' TO WS-VALID-FLAG
                       MOVE SPACES TO WS-ERR-MSG
                       DISPLAY F-ERROR-MSG
               END-EVALUATE
           END-PERFORM
           EVALUATE WS-PRM-PERIOD
               WHEN 'P' MOVE "PRELIM" TO WS-PRM-PERIOD-NAME
               WHEN 'M' MOVE "MIDTERM" TO WS-PRM-PERIOD-NAME
               WHEN 'F' MOVE "FINAL" TO WS-PRM-PERIOD-NAME
           END-EVALUATE

      *> every student's receivable and schedule, folded the same way
      *> the aging report folds them.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "ERROR: No ledger on file yet." TO WS-ERR-MSG
               DISPLAY F-ERROR-MSG
               ACCEPT WS-CONTINUE
               EXIT PARAGRAPH
           END-IF
           END-PERFORM
           CLOSE LEDGER-FILE

           PERFORM LOAD-PERMIT-LOG
           OPEN EXTEND PERMITLOG-FILE
           IF WS-PRM-STATUS = "35"
               OPEN OUTPUT PERMITLOG-FILE
           END-IF
           OPEN OUTPUT PERMIT-FILE
           OPEN OUTPUT NOPERMIT-FILE
           MOVE WS-PRM-PERIOD-NAME TO NPM-HDR-PERIOD
           MOVE WS-RUN-MDY TO NPM-HDR-DATE
           WRITE NOPERMIT-LINE FROM NPM-HEADER
           MOVE WS-PRM-COURSE TO IN-COURSE-CODE
           PERFORM SET-COURSE-NAME
           MOVE WS-COURSE-NAME TO RPT-GRP-COURSE
           MOVE WS-PRM-YEAR TO RPT-GRP-YEAR
           MOVE WS-PRM-SECTION TO RPT-GRP-SECTION
           WRITE NOPERMIT-LINE FROM RPT-GROUP-HEADER
           MOVE SPACES TO NOPERMIT-LINE
           WRITE NOPERMIT-LINE
           WRITE NOPERMIT-LINE FROM NPM-COLS

           MOVE 0 TO WS-PRM-ISSUED WS-PRM-REPRINTS WS-PRM-DENIED
           MOVE 'N' TO WS-PRM-EOF
           MOVE LOW-VALUES TO SM-STUD-NO
           START STUD-MASTER KEY IS NOT LESS THAN SM-STUD-NO
               INVALID KEY
                   MOVE 'Y' TO WS-PRM-EOF
           END-START
           PERFORM UNTIL WS-PRM-EOF = 'Y'
               READ STUD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRM-EOF
                   NOT AT END
                       PERFORM PERMIT-ONE-STUDENT
               END-READ
           END-PERFORM

           MOVE SPACES TO NOPERMIT-LINE
           WRITE NOPERMIT-LINE
           MOVE "Permits issued........: " TO NPM-TRL-LABEL
           MOVE WS-PRM-ISSUED TO NPM-TRL-CNT
           WRITE NOPERMIT-LINE FROM NPM-TRAILER
           MOVE "Duplicates reprinted..: " TO NPM-TRL-LABEL
           MOVE WS-PRM-REPRINTS TO NPM-TRL-CNT
           WRITE NOPERMIT-LINE FROM NPM-TRAILER
           MOVE "Refused a permit......: " TO NPM-TRL-LABEL
           MOVE WS-PRM-DENIED TO NPM-TRL-CNT
           WRITE NOPERMIT-LINE FROM NPM-TRAILER
           CLOSE NOPERMIT-FILE
           CLOSE PERMIT-FILE
           CLOSE PERMITLOG-FILE
           MOVE "Permits on PERMITS.TXT, refusals on NOPERMIT.TXT."
               TO WS-ERR-MSG
           DISPLAY F-ERROR-MSG
           ACCEPT WS-CONTINUE.

       LOAD-PERMIT-LOG.
      *> this term's permits, and the highest number ever issued so
      *> the next original continues the sequence. Earlier terms are
      *> never reprinted, so they are not held.
           MOVE 0 TO WS-PRM-LOG-COUNT WS-PRM-LAST-NO
           OPEN INPUT PERMITLOG-FILE
           IF WS-PRM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PRM-EOF
           PERFORM UNTIL WS-PRM-EOF = 'Y'
               READ PERMITLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-PRM-EOF
                   NOT AT END
                       MOVE PERMITLOG-LINE TO PLG-REC
                       IF PLG-PERMIT-NO NUMERIC
                           IF PLG-PERMIT-NO > WS-PRM-LAST-NO
                               MOVE PLG-PERMIT-NO TO WS-PRM-LAST-NO
                           END-IF
                           IF PLG-TERM = WS-CURRENT-TERM
                               PERFORM STORE-PERMIT-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERMITLOG-FILE.

       STORE-PERMIT-ROW.
           IF WS-PRM-LOG-COUNT = 5000
               MOVE "Permit log" TO WS-FULL-TABLE
               PERFORM TABLE-FULL-RTN
           END-IF
           ADD 1 TO WS-PRM-LOG-COUNT
           SET WS-PRM-IDX TO WS-PRM-LOG-COUNT
           MOVE PLG-PERMIT-NO TO PLT-PERMIT-NO(WS-PRM-IDX)
           MOVE PLG-STUD-NO TO PLT-STUD-NO(WS-PRM-IDX)
           MOVE PLG-TERM TO PLT-TERM(WS-PRM-IDX)
           MOVE PLG-PERIOD TO PLT-PERIOD(WS-PRM-IDX).

       PERMIT-ONE-STUDENT.
      *> only this term's students of the chosen block section.
           IF SM-COURSE-CODE NOT = WS-PRM-COURSE
               OR SM-YEAR NOT = WS-PRM-YEAR
               OR SM-SECTION NOT = WS-PRM-SECTION
               OR SM-TERM-ASSESSED NOT = WS-CURRENT-TERM
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PRM-HIT
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX > WS-AR-COUNT OR WS-PRM-HIT > 0
               IF AR-STUD-NO(WS-AR-IDX) = SM-STUD-NO
                   SET WS-PRM-HIT TO WS-AR-IDX
               END-IF
           END-PERFORM
           IF WS-PRM-HIT = 0
               MOVE 0 TO WS-PRM-REQUIRED WS-PRM-PAID WS-PRM-NEEDED
               MOVE "NOT ON LEDGER" TO WS-PRM-REASON
               PERFORM WRITE-NOPERMIT-LINE
               EXIT PARAGRAPH
           END-IF
           SET WS-AR-IDX TO WS-PRM-HIT
           PERFORM COMPUTE-PERMIT-DUE
           IF WS-PRM-NEEDED > 0
               PERFORM WRITE-NOPERMIT-LINE
               EXIT PARAGRAPH
           END-IF

      *> paid up: a permit already logged for this student, term and
      *> exam is reprinted under its own number as a duplicate.
           MOVE 'N' TO WS-PRM-DUP
           PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
               UNTIL WS-PRM-IDX > WS-PRM-LOG-COUNT OR WS-PRM-DUP = 'Y'
               IF PLT-STUD-NO(WS-PRM-IDX) = SM-STUD-NO
                   AND PLT-TERM(WS-PRM-IDX) = WS-CURRENT-TERM
                   AND PLT-PERIOD(WS-PRM-IDX) = WS-PRM-PERIOD
                   MOVE 'Y' TO WS-PRM-DUP
                   MOVE PLT-PERMIT-NO(WS-PRM-IDX) TO WS-PRM-NO
               END-IF
           END-PERFORM
           IF WS-PRM-DUP = 'Y'
               ADD 1 TO WS-PRM-REPRINTS
           ELSE
               ADD 1 TO WS-PRM-LAST-NO
               MOVE WS-PRM-LAST-NO TO WS-PRM-NO
               MOVE WS-PRM-NO TO PLG-PERMIT-NO
               MOVE SM-STUD-NO TO PLG-STUD-NO
               MOVE WS-CURRENT-TERM TO PLG-TERM
               MOVE WS-PRM-PERIOD TO PLG-PERIOD
               MOVE WS-RUN-DATE TO PLG-DATE
               MOVE WS-OPERATOR-ID TO PLG-OPERATOR
               WRITE PERMITLOG-LINE FROM PLG-REC
               PERFORM STORE-PERMIT-ROW
               ADD 1 TO WS-PRM-ISSUED
               ADD 1 TO WS-AUD-TXNS
           END-IF
           PERFORM WRITE-PERMIT-PAGE.

       COMPUTE-PERMIT-DUE.
      *> what the student at WS-AR-IDX must have paid by this exam.
      *> On a plan: the downpayment plus every installment up to and
      *> including this exam's, against money paid since the plan was
      *> set. No plan: the whole balance.
           COMPUTE WS-PRM-BALANCE =
               AR-ASSESSED(WS-AR-IDX) - AR-PAID(WS-AR-IDX)
           MOVE SPACES TO WS-PRM-REASON
           IF AR-SCHED-COUNT(WS-AR-IDX) = 0
               MOVE 0 TO WS-PRM-REQUIRED
               IF WS-PRM-BALANCE > 0
                   MOVE WS-PRM-BALANCE TO WS-PRM-REQUIRED
               END-IF
               MOVE WS-PRM-REQUIRED TO WS-PRM-NEEDED
               MOVE 0 TO WS-PRM-PAID
               MOVE "NO PLAN - FULL BAL" TO WS-PRM-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PRM-REQUIRED
           PERFORM VARYING WS-SCH-J FROM 1 BY 1
               UNTIL WS-SCH-J > AR-SCHED-COUNT(WS-AR-IDX)
               EVALUATE TRUE
                   WHEN AR-SCH-LABEL(WS-AR-IDX, WS-SCH-J) = "DOWN"
                   WHEN AR-SCH-LABEL(WS-AR-IDX, WS-SCH-J) = "PRELIM"
                   WHEN AR-SCH-LABEL(WS-AR-IDX, WS-SCH-J) = "MIDTERM"
                       AND WS-PRM-PERIOD NOT = 'P'
                   WHEN AR-SCH-LABEL(WS-AR-IDX, WS-SCH-J) = "FINAL"
                       AND WS-PRM-PERIOD = 'F'
                       ADD AR-SCH-AMT(WS-AR-IDX, WS-SCH-J)
                           TO WS-PRM-REQUIRED
               END-EVALUATE
           END-PERFORM
           MOVE AR-PLAN-PAID(WS-AR-IDX) TO WS-PRM-PAID
           COMPUTE WS-PRM-NEEDED = WS-PRM-REQUIRED - WS-PRM-PAID
      *> never more than is actually still owed on the account.
           IF WS-PRM-NEEDED > WS-PRM-BALANCE
               MOVE WS-PRM-BALANCE TO WS-PRM-NEEDED
           END-IF
           IF WS-PRM-NEEDED < 0
               MOVE 0 TO WS-PRM-NEEDED
           END-IF.

       WRITE-NOPERMIT-LINE.
           ADD 1 TO WS-PRM-DENIED
           MOVE SM-STUD-NO TO NPM-STUD-NO
           MOVE SM-STUD-NAME TO NPM-STUD-NAME
           MOVE WS-PRM-REQUIRED TO NPM-REQUIRED
           MOVE WS-PRM-PAID TO NPM-PAID
           MOVE WS-PRM-NEEDED TO NPM-NEEDED
           MOVE WS-PRM-REASON TO NPM-REASON
           WRITE NOPERMIT-LINE FROM NPM-DETAIL.

       WRITE-PERMIT-PAGE.
           WRITE PERMIT-LINE FROM SOA-FF-LINE
           WRITE PERMIT-LINE FROM SOA-TITLE-1
           WRITE PERMIT-LINE FROM SOA-TITLE-2
           MOVE SPACES TO PERMIT-LINE
           WRITE PERMIT-LINE
           WRITE PERMIT-LINE FROM PRM-TITLE
           MOVE SPACES TO PERMIT-LINE
           WRITE PERMIT-LINE
           MOVE WS-PRM-NO TO PRM-NO
           IF WS-PRM-DUP = 'Y'
               MOVE "DUPLICATE" TO PRM-DUP-TAG
           ELSE
               MOVE SPACES TO PRM-DUP-TAG
           END-IF
           WRITE PERMIT-LINE FROM PRM-NO-LINE
           MOVE WS-PRM-PERIOD-NAME TO PRM-PERIOD-NAME
           MOVE WS-CURRENT-TERM TO PRM-TERM
           WRITE PERMIT-LINE FROM PRM-PERIOD-LINE
           MOVE WS-RUN-MDY TO SOA-DATE
           WRITE PERMIT-LINE FROM SOA-DATE-LINE
           MOVE SM-STUD-NO TO SOA-STUD-NO
           WRITE PERMIT-LINE FROM SOA-STUDNO-LINE
           MOVE SM-STUD-NAME TO SOA-STUD-NAME
           WRITE PERMIT-LINE FROM SOA-NAME-LINE
           MOVE WS-COURSE-NAME TO SOA-COURSE
           MOVE SM-YEAR TO SOA-YEAR
           MOVE SM-SECTION TO SOA-SECTION
           WRITE PERMIT-LINE FROM SOA-COURSE-LINE
           MOVE SPACES TO PERMIT-LINE
           WRITE PERMIT-LINE
           WRITE PERMIT-LINE
           WRITE PERMIT-LINE FROM PRM-SIGN-LINE.

       SPONSOR-BILL-RTN.
      *> One statement per sponsor for the current term: each scholar
      *> it carries and the share billed, what it has remitted against
      *> the term, and everything it still owes across all terms.
           PERFORM GET-RUN-DATE
           IF WS-SPN-COUNT = 0
               MOVE "ERROR: No sponsor master on file." TO WS-ERR-MSG
               DISPLAY F-MODE-ERROR
               ACCEPT WS-CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-TERM TO WS-SPB-TERM
           MOVE 'Y' TO WS-SPB-KEEP
           PERFORM LOAD-SPONSOR-LEDGER
           OPEN OUTPUT SPONBILL-FILE
           MOVE 0 TO WS-SPB-SHEETS
           PERFORM VARYING WS-SPN-IDX FROM 1 BY 1
               UNTIL WS-SPN-IDX > WS-SPN-COUNT
               IF SPT-TERM-BILLED(WS-SPN-IDX) > 0
                   OR SPT-ALL-BILLED(WS-SPN-IDX) >
                       SPT-ALL-PAID(WS-SPN-IDX)
                   PERFORM WRITE-SPONSOR-STATEMENT
               END-IF
           END-PERFORM
           CLOSE SPONBILL-FILE
           ADD WS-SPB-SHEETS TO WS-AUD-RECORDS
           MOVE "Sponsor statements written to SPONBILL.TXT."
               TO WS-ERR-MSG
           DISPLAY F-MODE-ERROR
           ACCEPT WS-CONTINUE.

       LOAD-SPONSOR-LEDGER.
      *> totals every sponsor's billings and remittances, overall and
      *> for WS-SPB-TERM; with WS-SPB-KEEP = 'Y' the term's scholar
      *> lines are kept for the statements as well.
           PERFORM VARYING WS-SPN-IDX FROM 1 BY 1
               UNTIL WS-SPN-IDX > WS-SPN-COUNT
               MOVE 0 TO SPT-TERM-BILLED(WS-SPN-IDX)
                   SPT-TERM-PAID(WS-SPN-IDX)
                   SPT-ALL-BILLED(WS-SPN-IDX)
                   SPT-ALL-PAID(WS-SPN-IDX)
           END-PERFORM
           MOVE 0 TO WS-SPB-COUNT
           OPEN INPUT SPONLEDG-FILE
           IF WS-SPL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SPN-EOF
           PERFORM UNTIL WS-SPN-EOF = 'Y'
               READ SPONLEDG-FILE
                   AT END
                       MOVE 'Y' TO WS-SPN-EOF
                   NOT AT END
                       MOVE SPONLEDG-LINE TO SPL-REC
                       PERFORM FOLD-SPONSOR-LINE
               END-READ
           END-PERFORM
           CLOSE SPONLEDG-FILE.

       FOLD-SPONSOR-LINE.
           MOVE SPL-SPONSOR-CD TO IN-SPONSOR-CD
           PERFORM LOOKUP-SPONSOR
           IF WS-SPN-HIT = 0 OR SPL-AMOUNT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           SET WS-SPN-IDX TO WS-SPN-HIT
           EVALUATE SPL-TYPE
               WHEN 'A'
                   ADD SPL-AMOUNT TO SPT-ALL-BILLED(WS-SPN-IDX)
                   IF SPL-TERM = WS-SPB-TERM
                       ADD SPL-AMOUNT TO SPT-TERM-BILLED(WS-SPN-IDX)
                       IF WS-SPB-KEEP = 'Y' AND WS-SPB-COUNT = 2000
                           MOVE "Sponsor billing" TO WS-FULL-TABLE
                           PERFORM TABLE-FULL-RTN
                       END-IF
                       IF WS-SPB-KEEP = 'Y'
                           ADD 1 TO WS-SPB-COUNT
                           SET WS-SPB-IDX TO WS-SPB-COUNT
                           MOVE SPL-SPONSOR-CD
                               TO SPB-SPONSOR-CD(WS-SPB-IDX)
                           MOVE SPL-STUD-NO TO SPB-STUD-NO(WS-SPB-IDX)
                           MOVE SPL-STUD-NAME
                               TO SPB-STUD-NAME(WS-SPB-IDX)
                           MOVE SPL-AMOUNT TO SPB-AMOUNT(WS-SPB-IDX)
                       END-IF
                   END-IF
               WHEN 'P'
                   ADD SPL-AMOUNT TO SPT-ALL-PAID(WS-SPN-IDX)
                   IF SPL-TERM = WS-SPB-TERM
                       ADD SPL-AMOUNT TO SPT-TERM-PAID(WS-SPN-IDX)
                   END-IF
           END-EVALUATE.

       WRITE-SPONSOR-STATEMENT.
      *> the statement for the sponsor at WS-SPN-IDX.
           ADD 1 TO WS-SPB-SHEETS
           WRITE SPONBILL-LINE FROM SOA-FF-LINE
           WRITE SPONBILL-LINE FROM SOA-TITLE-1
           WRITE SPONBILL-LINE FROM SOA-TITLE-2
           MOVE SPACES TO SPONBILL-LINE
           WRITE SPONBILL-LINE
           WRITE SPONBILL-LINE FROM SPB-TITLE
           MOVE SPACES TO SPONBILL-LINE
           WRITE SPONBILL-LINE
           MOVE SPT-CODE(WS-SPN-IDX) TO SPB-HDR-CODE
           MOVE SPT-NAME(WS-SPN-IDX) TO SPB-HDR-NAME
           WRITE SPONBILL-LINE FROM SPB-SPONSOR-LINE
           MOVE WS-SPB-TERM TO SPB-HDR-TERM
           MOVE WS-RUN-MDY TO SPB-HDR-DATE
           WRITE SPONBILL-LINE FROM SPB-TERM-LINE
           MOVE SPT-PCT(WS-SPN-IDX) TO SPB-HDR-PCT
           IF SPT-SCOPE(WS-SPN-IDX) = 'T'
               MOVE " tuition only" TO SPB-HDR-SCOPE
           ELSE
               MOVE " all fees" TO SPB-HDR-SCOPE
           END-IF
           IF SPT-CAP(WS-SPN-IDX) > 0
               MOVE "  cap per term: " TO SPB-HDR-CAP-LBL
               MOVE SPT-CAP(WS-SPN-IDX) TO SPB-HDR-CAP
           ELSE
               MOVE SPACES TO SPB-HDR-CAP-LBL
               MOVE 0 TO SPB-HDR-CAP
           END-IF
           WRITE SPONBILL-LINE FROM SPB-COVER-LINE
           MOVE SPACES TO SPONBILL-LINE
           WRITE SPONBILL-LINE
           WRITE SPONBILL-LINE FROM SPB-COLS
           MOVE 0 TO WS-SPB-LINES
           PERFORM VARYING WS-SPB-IDX FROM 1 BY 1
               UNTIL WS-SPB-IDX > WS-SPB-COUNT
               IF SPB-SPONSOR-CD(WS-SPB-IDX) = SPT-CODE(WS-SPN-IDX)
                   ADD 1 TO WS-SPB-LINES
                   MOVE SPB-STUD-NO(WS-SPB-IDX) TO SPB-DET-STUD-NO
                   MOVE SPB-STUD-NAME(WS-SPB-IDX) TO SPB-DET-NAME
                   MOVE SPB-AMOUNT(WS-SPB-IDX) TO SPB-DET-AMT
                   WRITE SPONBILL-LINE FROM SPB-DETAIL
               END-IF
           END-PERFORM
           MOVE SPACES TO SPONBILL-LINE
           WRITE SPONBILL-LINE
           MOVE "Billed this term ......................"
               TO SPB-TOT-LABEL
           MOVE SPT-TERM-BILLED(WS-SPN-IDX) TO SPB-TOT-AMT
           WRITE SPONBILL-LINE FROM SPB-TOTAL-LINE
           MOVE "Less remittances received for the term"
               TO SPB-TOT-LABEL
           MOVE SPT-TERM-PAID(WS-SPN-IDX) TO SPB-TOT-AMT
           WRITE SPONBILL-LINE FROM SPB-TOTAL-LINE
           MOVE "Balance due for the term .............."
               TO SPB-TOT-LABEL
           COMPUTE WS-SPB-BALANCE = SPT-TERM-BILLED(WS-SPN-IDX)
               - SPT-TERM-PAID(WS-SPN-IDX)
           MOVE WS-SPB-BALANCE TO SPB-TOT-AMT
           WRITE SPONBILL-LINE FROM SPB-TOTAL-LINE
           MOVE "Total outstanding, all terms .........."
               TO SPB-TOT-LABEL
           COMPUTE WS-SPB-BALANCE = SPT-ALL-BILLED(WS-SPN-IDX)
               - SPT-ALL-PAID(WS-SPN-IDX)
           MOVE WS-SPB-BALANCE TO SPB-TOT-AMT
           WRITE SPONBILL-LINE FROM SPB-TOTAL-LINE.

       SPONSOR-PAY-RTN.
           PERFORM GET-RUN-DATE
           MOVE 'Y' TO WS-PAY-CONT
           PERFORM UNTIL WS-PAY-CONT = 'N'
               PERFORM POST-ONE-SPONSOR-PAY
               MOVE 'N' TO WS-VALID-FLAG
               MOVE SPACE TO WS-PAY-CONT
               PERFORM UNTIL WS-VALID-FLAG = 'Y'
                   DISPLAY F-PAY-CONTINUE
                   ACCEPT F-PAY-CONTINUE
                   MOVE FUNCTION UPPER-CASE(WS-PAY-CONT)
                       TO WS-PAY-CONT
                   IF WS-PAY-CONT = 'Y' OR WS-PAY-CONT = 'N'
                       MOVE 'Y' TO WS-VALID-FLAG
                   ELSE
                       MOVE "ERROR: Please Input Only Y or N"
                           TO WS-ERR-MSG
                       DISPLAY F-ERROR-MSG
                   END-IF
               END-PERFORM
           END-PERFORM.

       POST-ONE-SPONSOR-PAY.
      *> a sponsor's remittance comes in by check or transfer against
      *> a term's billing and reduces only the sponsor's receivable;
      *> the scholars' own ledgers never see it.
           MOVE SPACES TO WS-SPB-CODE WS-SPB-REF WS-ERR-MSG
           MOVE WS-CURRENT-TERM TO WS-SPB-TERM
           MOVE 0 TO WS-SPB-DATE WS-SPB-AMT
           DISPLAY F-SPAY-FORM
           ACCEPT F-SPAY-CODE
           MOVE FUNCTION UPPER-CASE(WS-SPB-CODE) TO WS-SPB-CODE
           MOVE WS-SPB-CODE TO IN-SPONSOR-CD
           PERFORM LOOKUP-SPONSOR
           IF WS-SPN-HIT = 0
               MOVE "ERROR: Sponsor code is not on file."
                   TO WS-ERR-MSG
               DISPLAY F-ERROR-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE SPT-NAME(WS-SPN-HIT) TO WS-SPN-NAME
           DISPLAY F-SPAY-NAME
           ACCEPT F-SPAY-TERM
           MOVE 'N' TO WS-SPB-KEEP
           PERFORM LOAD-SPONSOR-LEDGER
           MOVE WS-SPB-CODE TO IN-SPONSOR-CD
           PERFORM LOOKUP-SPONSOR
           COMPUTE WS-SPB-BALANCE = SPT-TERM-BILLED(WS-SPN-HIT)
               - SPT-TERM-PAID(WS-SPN-HIT)
           DISPLAY F-SPAY-BAL
           IF WS-SPB-BALANCE <= 0
               MOVE "Nothing is owed by the sponsor for that term."
                   TO WS-ERR-MSG
               DISPLAY F-ERROR-MSG
               EXIT PARAGRAPH
           END-IF
           ACCEPT F-SPAY-REF

           MOVE 'N' TO WS-VALID-FLAG
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               DISPLAY F-SPAY-DATE
               ACCEPT F-SPAY-DATE
               IF WS-SPB-DATE = 0
                   MOVE WS-RUN-DATE TO WS-SPB-DATE
                   MOVE 'Y' TO WS-VALID-FLAG
                   MOVE SPACES TO WS-ERR-MSG
                   DISPLAY F-ERROR-MSG
               ELSE
                   IF WS-SPB-DATE(5:2) >= "01"
                       AND WS-SPB-DATE(5:2) <= "12"
                       AND WS-SPB-DATE(7:2) >= "01"
                       AND WS-SPB-DATE(7:2) <= "31"
                       MOVE 'Y' TO WS-VALID-FLAG
                       MOVE SPACES TO WS-ERR-MSG
                       DISPLAY F-ERROR-MSG
                   ELSE
                       MOVE "ERROR: Date must be a valid YYYYMMDD."
                           TO WS-ERR-MSG
                       DISPLAY F-ERROR-MSG
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-VALID-FLAG
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               DISPLAY F-SPAY-AMT
               ACCEPT F-SPAY-AMT
               EVALUATE TRUE
                   WHEN WS-SPB-AMT = 0
                       MOVE "ERROR: Amount must be greater than zero."
                           TO WS-ERR-MSG
                       DISPLAY F-ERROR-MSG
                   WHEN WS-SPB-AMT > WS-SPB-BALANCE
                       MOVE "ERROR: Amount exceeds the term balance."
                           TO WS-ERR-MSG
                       DISPLAY F-ERROR-MSG
                   WHEN OTHER
                       MOVE 'Y' TO WS-VALID-FLAG
                       MOVE SPACES TO WS-ERR-MSG
                       DISPLAY F-ERROR-MSG
               END-EVALUATE
           END-PERFORM

           PERFORM OPEN-SPONLEDG-EXTEND
           MOVE 'P' TO SPL-TYPE
           MOVE WS-SPB-CODE TO SPL-SPONSOR-CD
           MOVE 0 TO SPL-STUD-NO
           MOVE SPT-NAME(WS-SPN-HIT) TO SPL-STUD-NAME
           MOVE WS-SPB-TERM TO SPL-TERM
           MOVE WS-SPB-DATE TO SPL-DATE
           MOVE WS-SPB-REF TO SPL-REF
           MOVE WS-SPB-AMT TO SPL-AMOUNT
           WRITE SPONLEDG-LINE FROM SPL-REC
           CLOSE SPONLEDG-FILE
           ADD 1 TO WS-AUD-TXNS
           SUBTRACT WS-SPB-AMT FROM WS-SPB-BALANCE
           DISPLAY F-SPAY-NEWBAL.

       REBUILD-BALANCE-RTN.
      *> Recomputes every student's balance record from the ledger
      *> archives and the live ledger, lists each student whose stored
      *> figures disagree, and writes the rebuilt records once the
      *> listing has been accepted.
           PERFORM GET-RUN-DATE
           MOVE 0 TO WS-RB-START WS-RB-COUNT
           DISPLAY F-REBAL-FORM
           MOVE 'N' TO WS-VALID-FLAG
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               ACCEPT F-REBAL-START
               IF WS-RB-START = 0
                   OR (WS-RB-START(5:2) >= "01"
                       AND WS-RB-START(5:2) <= "12")
                   MOVE 'Y' TO WS-VALID-FLAG
                   MOVE SPACES TO WS-ERR-MSG
                   DISPLAY F-ERROR-MSG
               ELSE
                   MOVE "ERROR: Month must be YYYYMM, or 0."
                       TO WS-ERR-MSG
                   DISPLAY F-ERROR-MSG
               END-IF
           END-PERFORM

      *> archived months from the chosen period up to this month.
           IF WS-RB-START NOT = 0
               MOVE WS-RB-START TO WS-RB-PER
               PERFORM UNTIL WS-RB-PER >
                   WS-RUN-YYYY * 100 + WS-RUN-MM
                   PERFORM REBUILD-FOLD-ARCHIVE
                   COMPUTE WS-RB-YYYY = WS-RB-PER / 100
                   COMPUTE WS-RB-MM =
                       FUNCTION MOD(WS-RB-PER, 100) + 1
                   IF WS-RB-MM > 12
                       MOVE 1 TO WS-RB-MM
                       ADD 1 TO WS-RB-YYYY
                   END-IF
                   COMPUTE WS-RB-PER = WS-RB-YYYY * 100 + WS-RB-MM
               END-PERFORM
           END-IF
           PERFORM REBUILD-FOLD-LIVE

      *> the discrepancy pass: rebuilt versus stored.
           OPEN OUTPUT BALDIFF-FILE
           MOVE WS-RUN-MDY TO BDF-HDR-DATE
           WRITE BALDIFF-LINE FROM BDF-HEADER
           MOVE SPACES TO BALDIFF-LINE
           WRITE BALDIFF-LINE
           WRITE BALDIFF-LINE FROM BDF-COLS
           MOVE 0 TO WS-RB-DIFFS
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT
               MOVE 'N' TO RB-ONFILE(WS-RB-IDX)
           END-PERFORM
           MOVE 'N' TO WS-RB-EOF
           MOVE LOW-VALUES TO BM-STUD-NO
           START BAL-MASTER KEY IS NOT LESS THAN BM-STUD-NO
               INVALID KEY
                   MOVE 'Y' TO WS-RB-EOF
           END-START
           PERFORM UNTIL WS-RB-EOF = 'Y'
               READ BAL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RB-EOF
                   NOT AT END
                       PERFORM REBUILD-CHECK-BALANCE
               END-READ
           END-PERFORM
      *> students with ledger lines but no balance record at all.
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT
               IF RB-ONFILE(WS-RB-IDX) = 'N'
                   ADD 1 TO WS-RB-DIFFS
                   MOVE RB-STUD-NO(WS-RB-IDX) TO BDF-STUD-NO
                   MOVE RB-STUD-NAME(WS-RB-IDX) TO BDF-STUD-NAME
                   MOVE 0 TO BDF-STORED
                   MOVE RB-BALANCE(WS-RB-IDX) TO BDF-REBUILT
                   MOVE RB-BALANCE(WS-RB-IDX) TO BDF-DIFF
                   MOVE "NOT ON FILE" TO BDF-NOTE
                   WRITE BALDIFF-LINE FROM BDF-DETAIL
               END-IF
           END-PERFORM
           MOVE SPACES TO BALDIFF-LINE
           WRITE BALDIFF-LINE
           MOVE WS-RB-COUNT TO BDF-TRL-COUNT
           MOVE WS-RB-DIFFS TO BDF-TRL-DIFFS
           WRITE BALDIFF-LINE FROM BDF-TRAILER
           CLOSE BALDIFF-FILE

           MOVE "Discrepancies listed on BALDIFF.TXT." TO WS-ERR-MSG
           DISPLAY F-ERROR-MSG
           MOVE SPACE TO WS-RB-ANS
           MOVE 'N' TO WS-VALID-FLAG
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               DISPLAY F-REBAL-WRITE
               ACCEPT F-REBAL-WRITE
               MOVE FUNCTION UPPER-CASE(WS-RB-ANS) TO WS-RB-ANS
               IF WS-RB-ANS = 'Y' OR WS-RB-ANS = 'N'
                   MOVE 'Y' TO WS-VALID-FLAG
               END-IF
           END-PERFORM
           IF WS-RB-ANS = 'Y'
               PERFORM REBUILD-WRITE-BALANCES
               ADD WS-RB-COUNT TO WS-AUD-RECORDS
               MOVE "Rebuilt balances written to BALMAST.DAT."
                   TO WS-ERR-MSG
           ELSE
               MOVE "Balance file left as it was." TO WS-ERR-MSG
           END-IF
           DISPLAY F-ERROR-MSG
           ACCEPT WS-CONTINUE.

       REBUILD-FOLD-ARCHIVE.
      *> one month's archive through the fold; a missing month means
      *> those lines are still live (or never existed).
           MOVE SPACES TO WS-ARCH-LED-NAME
           STRING FUNCTION TRIM(WS-DIR-SHARE) DELIMITED BY SIZE
               "ARCH_LEDGER_" DELIMITED BY SIZE
               WS-RB-PER DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-ARCH-LED-NAME
           END-STRING
           OPEN INPUT ARCHLED-FILE
           IF WS-ARCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RB-EOF
           PERFORM UNTIL WS-RB-EOF = 'Y'
               READ ARCHLED-FILE
                   AT END
                       MOVE 'Y' TO WS-RB-EOF
                   NOT AT END
                       MOVE ARCHLED-LINE TO LED-REC
                       PERFORM REBUILD-FOLD-LINE
               END-READ
           END-PERFORM
           CLOSE ARCHLED-FILE.

       REBUILD-FOLD-LIVE.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LEDGER-EOF
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       MOVE LEDGER-LINE TO LED-REC
                       PERFORM REBUILD-FOLD-LINE
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       REBUILD-FOLD-LINE.
      *> finds (or opens) the student's rebuild entry and applies the
      *> line to it through the posting arithmetic.
           IF LED-STUD-NO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RB-HIT
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT OR WS-RB-HIT > 0
               IF RB-STUD-NO(WS-RB-IDX) = LED-STUD-NO
                   SET WS-RB-HIT TO WS-RB-IDX
               END-IF
           END-PERFORM
           IF WS-RB-HIT = 0
               IF WS-RB-COUNT = 2000
                   MOVE "Balance rebuild" TO WS-FULL-TABLE
                   PERFORM TABLE-FULL-RTN
               END-IF
               ADD 1 TO WS-RB-COUNT
               MOVE WS-RB-COUNT TO WS-RB-HIT
               INITIALIZE BM-REC
               MOVE LED-STUD-NO TO BM-STUD-NO
               MOVE 'N' TO BM-PLAN-STATUS
           ELSE
               MOVE RB-DATA(WS-RB-HIT) TO BM-REC
           END-IF
           PERFORM APPLY-LINE-TO-BALANCE
           MOVE BM-REC TO RB-DATA(WS-RB-HIT).

       REBUILD-CHECK-BALANCE.
      *> the stored record just read against its rebuilt entry.
           MOVE 0 TO WS-RB-HIT
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT OR WS-RB-HIT > 0
               IF RB-STUD-NO(WS-RB-IDX) = BM-STUD-NO
                   SET WS-RB-HIT TO WS-RB-IDX
               END-IF
           END-PERFORM
           MOVE BM-STUD-NO TO BDF-STUD-NO
           MOVE BM-STUD-NAME TO BDF-STUD-NAME
           MOVE BM-BALANCE TO BDF-STORED
           IF WS-RB-HIT = 0
               ADD 1 TO WS-RB-DIFFS
               MOVE 0 TO BDF-REBUILT
               COMPUTE WS-RB-DIFF = 0 - BM-BALANCE
               MOVE WS-RB-DIFF TO BDF-DIFF
               MOVE "NO LEDGER" TO BDF-NOTE
               WRITE BALDIFF-LINE FROM BDF-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO RB-ONFILE(WS-RB-HIT)
           IF RB-BALANCE(WS-RB-HIT) NOT = BM-BALANCE
               OR RB-PLAN-STATUS(WS-RB-HIT) NOT = BM-PLAN-STATUS
               ADD 1 TO WS-RB-DIFFS
               MOVE RB-BALANCE(WS-RB-HIT) TO BDF-REBUILT
               COMPUTE WS-RB-DIFF = RB-BALANCE(WS-RB-HIT) - BM-BALANCE
               MOVE WS-RB-DIFF TO BDF-DIFF
               IF WS-RB-DIFF = 0
                   MOVE "PLAN STATUS" TO BDF-NOTE
               ELSE
                   MOVE "BALANCE" TO BDF-NOTE
               END-IF
               WRITE BALDIFF-LINE FROM BDF-DETAIL
           END-IF.

       REBUILD-WRITE-BALANCES.
      *> every rebuilt entry replaces (or creates) its record.
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
               UNTIL WS-RB-IDX > WS-RB-COUNT
               MOVE RB-STUD-NO(WS-RB-IDX) TO BM-STUD-NO
               READ BAL-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-BM-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BM-FOUND
               END-READ
               MOVE RB-DATA(WS-RB-IDX) TO BM-REC
               IF WS-BM-FOUND = 'Y'
                   REWRITE BM-REC
               ELSE
                   WRITE BM-REC
               END-IF
           END-PERFORM.

       AGING-REPORT-RTN.
      *> Rebuilds one receivable row per student from the ledger and
      *> writes the current / 31-60 / 61-90 / 90+ report, subtotaled
      *> by course and year, to AGING.TXT for collections.
           PERFORM GET-RUN-DATE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "ERROR: No ledger on file yet." TO WS-ERR-MSG
               DISPLAY F-MODE-ERROR
               ACCEPT WS-CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AR-COUNT
           MOVE 'N' TO WS-LEDGER-EOF
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       MOVE LEDGER-LINE TO LED-REC
                       PERFORM LOAD-AR-ENTRY
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE

           PERFORM SORT-AR-TABLE

           OPEN OUTPUT AGING-FILE
           MOVE WS-RUN-MDY TO AGH-DATE
           WRITE AGING-LINE FROM AGH-TITLE
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           WRITE AGING-LINE FROM AGH-COLS
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE

           MOVE WS-RUN-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           MOVE 'Y' TO WS-AG-FIRST
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1 UNTIL WS-BKT-IDX > 4
               MOVE 0 TO WS-YR-BUCKET(WS-BKT-IDX)
               MOVE 0 TO WS-CRS-BUCKET(WS-BKT-IDX)
               MOVE 0 TO WS-GRD-BUCKET(WS-BKT-IDX)
           END-PERFORM
           MOVE 0 TO WS-YR-BAL WS-CRS-BAL WS-GRD-BAL

           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX > WS-AR-COUNT
               PERFORM WRITE-AGING-DETAIL
           END-PERFORM

           IF WS-AG-FIRST = 'N'
                           AR-SCHED-COUNT(WS-AR-IDX))
                       MOVE LED-AMOUNT TO AR-SCH-AMT(WS-AR-IDX,
                           AR-SCHED-COUNT(WS-AR-IDX))
                       MOVE LED-OR-NO TO AR-SCH-LABEL(WS-AR-IDX,
                           AR-SCHED-COUNT(WS-AR-IDX))
                   END-IF
      *> a refund backs overpaid money out of the paid side; it can
      *> only be posted while paid exceeds assessed, so the unsigned
                           MOVE 0 TO AR-PLAN-PAID(WS-AR-IDX)
                       END-IF
                   END-IF
      *> a cancelled receipt takes its payment back off, and an
      *> account it had settled is open again from the cancellation.
               WHEN 'V'
                   IF AR-PAID(WS-AR-IDX) >= LED-AMOUNT
                       SUBTRACT LED-AMOUNT FROM AR-PAID(WS-AR-IDX)
                   ELSE
                       MOVE 0 TO AR-PAID(WS-AR-IDX)
                   END-IF
                   IF AR-SCHED-COUNT(WS-AR-IDX) > 0
                       IF AR-PLAN-PAID(WS-AR-IDX) >= LED-AMOUNT
                           SUBTRACT LED-AMOUNT
                               FROM AR-PLAN-PAID(WS-AR-IDX)
                       ELSE
                           MOVE 0 TO AR-PLAN-PAID(WS-AR-IDX)
                       END-IF
                   END-IF
                   IF AR-OPEN-DATE(WS-AR-IDX) = 0
                       AND AR-ASSESSED(WS-AR-IDX) > AR-PAID(WS-AR-IDX)
                       MOVE LED-DATE TO AR-OPEN-DATE(WS-AR-IDX)
                   END-IF
               WHEN OTHER
                   ADD LED-AMOUNT TO AR-PAID(WS-AR-IDX)
                   IF AR-SCHED-COUNT(WS-AR-IDX) > 0
               MOVE 0 TO WS-CRS-BUCKET(WS-BKT-IDX)
           END-PERFORM
           MOVE 0 TO WS-CRS-BAL.

       GL-JOURNAL-RTN.
      *> The day's student and sponsor ledger postings as one
      *> balanced journal for the general ledger. Run once each
      *> business day, before the month is closed and archived.
           PERFORM GET-RUN-DATE
           MOVE 0 TO WS-GL-DATE
           MOVE SPACES TO WS-ERR-MSG
           DISPLAY F-GLJ-FORM
           MOVE 'N' TO WS-VALID-FLAG
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               ACCEPT F-GLJ-DATE
               IF WS-GL-DATE = 0
                   MOVE WS-RUN-DATE TO WS-GL-DATE-X
               END-IF
               PERFORM GL-CHECK-DATE
               IF WS-GL-DATE-OK = 'Y'
                   MOVE 'Y' TO WS-VALID-FLAG
                   MOVE SPACES TO WS-ERR-MSG
                   DISPLAY F-ERROR-MSG
               ELSE
                   MOVE "ERROR: Date must be YYYYMMDD, or 0."
                       TO WS-ERR-MSG
                   DISPLAY F-ERROR-MSG
               END-IF
           END-PERFORM
           PERFORM GL-EXTRACT-RTN
           IF WS-GL-OK = 'Y'
               MOVE SPACES TO WS-ERR-MSG
               STRING "Journal written to GLJ_" DELIMITED BY SIZE
                   WS-GL-SOURCE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-GL-DATE-X DELIMITED BY SIZE
                   ".TXT." DELIMITED BY SIZE
                   INTO WS-ERR-MSG
               END-STRING
           ELSE
               MOVE WS-GL-RESULT TO WS-ERR-MSG
           END-IF
           DISPLAY F-ERROR-MSG
           ACCEPT WS-CONTINUE.

       GL-SCAN-LEDGER.
      *> the day's lines on both ledgers. Schedule lines move no
      *> money and are passed over, as is any line whose amount
      *> will not read as a number.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE 'N' TO WS-LEDGER-EOF
               PERFORM UNTIL WS-LEDGER-EOF = 'Y' OR WS-GL-OK = 'N'
                   READ LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-LEDGER-EOF
                       NOT AT END
                           MOVE LEDGER-LINE TO LED-REC
                           IF LED-DATE = WS-GL-DATE
                               AND LED-AMOUNT NUMERIC
                               PERFORM GL-LEDGER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           OPEN INPUT SPONLEDG-FILE
           IF WS-SPL-STATUS = "00"
               MOVE 'N' TO WS-GL-EOF
               PERFORM UNTIL WS-GL-EOF = 'Y' OR WS-GL-OK = 'N'
                   READ SPONLEDG-FILE
                       AT END
                           MOVE 'Y' TO WS-GL-EOF
                       NOT AT END
                           MOVE SPONLEDG-LINE TO SPL-REC
                           IF SPL-DATE = WS-GL-DATE
                               AND SPL-AMOUNT NUMERIC
                               PERFORM GL-SPONSOR-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPONLEDG-FILE
           END-IF.

       GL-LEDGER-LINE.
           EVALUATE LED-TYPE
               WHEN 'A'
                   MOVE "ASSESSMENT" TO WS-GL-TXN
               WHEN 'P'
                   MOVE "CASHIER PAYMENT" TO WS-GL-TXN
               WHEN 'B'
                   MOVE "BANK REMITTANCE" TO WS-GL-TXN
               WHEN 'C'
                   MOVE "CREDIT MEMO" TO WS-GL-TXN
               WHEN 'R'
                   MOVE "REFUND" TO WS-GL-TXN
               WHEN 'V'
                   MOVE "OR CANCELLED" TO WS-GL-TXN
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE LED-AMOUNT TO WS-GL-AMT
           PERFORM GL-ADD-SUM.

       GL-SPONSOR-LINE.
           EVALUATE SPL-TYPE
               WHEN 'A'
                   MOVE "SPONSOR BILLED" TO WS-GL-TXN
               WHEN 'P'
                   MOVE "SPONSOR PAID" TO WS-GL-TXN
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPL-AMOUNT TO WS-GL-AMT
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
           PERFORM GL-SCAN-LEDGER
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
