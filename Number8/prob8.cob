       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-CONSOLIDATION.

      *> Daily general ledger consolidation. Student fees, the bank
      *> and electric billing each leave a journal for the business
      *> day in the shared folder (GLJ_<source>_<yyyymmdd>.TXT); this
      *> run proves every journal -- header, line sequence, accounts
      *> against GLMAP.TXT, trailer, and debits equal to credits --
      *> and only a journal that passes reaches the GL upload file
      *> (GLUP_<yyyymmdd>.TXT). GLPOSTED.TXT records each source and
      *> day taken, so a day never goes to the GL twice; a rejected
      *> journal stays out whole and is posted by the rerun once the
      *> source program has extracted it again. JRNLLIST.TXT is the
      *> journal listing accounting ties the upload to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> every data set location is resolved at startup from the one
      *> site configuration file; only the configuration file's own
      *> name lives in the program.
           SELECT CONFIG-FILE ASSIGN TO "SITECFG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
      *> the general ledger interface the subsystems write to.
           SELECT GLMAP-FILE ASSIGN TO WS-PATH-GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLM-STATUS.
           SELECT GLJNL-FILE ASSIGN TO WS-GL-JNL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.
           SELECT GLPOST-FILE ASSIGN TO WS-PATH-GLPOSTED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLP-STATUS.
      *> the upload for the GL, one file per business day, named at
      *> run time like the journals.
           SELECT GLUP-FILE ASSIGN TO WS-GLUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLU-STATUS.
           SELECT JLIST-FILE ASSIGN TO WS-PATH-JRNLLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JLS-STATUS.
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

       FD GLMAP-FILE.
       01 GLMAP-LINE           PIC X(80).

       FD GLJNL-FILE.
       01 GLJNL-LINE           PIC X(80).

       FD GLPOST-FILE.
       01 GLPOST-LINE          PIC X(80).

       FD GLUP-FILE.
       01 GLUP-LINE            PIC X(100).

       FD JLIST-FILE.
       01 JLIST-LINE           PIC X(120).

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
      *> Site configuration: everything this program reads and
      *> writes is in the shared folder, so it needs only SHAREDIR;
      *> a missing entry stops the run up front.
       01 WS-CFG-STATUS        PIC XX.
       01 WS-CFG-FIELDS.
           05 WS-CFG-EOF       PIC X.
           05 WS-CFG-KEY       PIC X(20).
           05 WS-CFG-VAL       PIC X(60).
       01 WS-DIR-SHARE         PIC X(40).
       01 WS-SITE-PATHS.
           05 WS-PATH-GLMAP    PIC X(60).
           05 WS-PATH-GLPOSTED PIC X(60).
           05 WS-PATH-JRNLLIST PIC X(60).
           05 WS-PATH-AUDIT    PIC X(60).
           05 WS-PATH-BPARM    PIC X(60).
           05 WS-PATH-BDONE    PIC X(60).
           05 WS-PATH-BRUN     PIC X(60).
       01 ECHO-PATH-LINE.
           05 FILLER           PIC X(14) VALUE "Data folder : ".
           05 ECHO-PATH-DIR    PIC X(40).

       01 WS-GLM-STATUS        PIC XX.
       01 WS-GLJ-STATUS        PIC XX.
       01 WS-GLP-STATUS        PIC XX.
       01 WS-GLU-STATUS        PIC XX.
       01 WS-JLS-STATUS        PIC XX.
       01 WS-AUDIT-STATUS      PIC XX.
       01 WS-GL-JNL-NAME       PIC X(70).
       01 WS-GLUP-NAME         PIC X(70).

      *> the sources consolidated, in the order they are posted.
       01 WS-SOURCE-NAMES      PIC X(12) VALUE "STUDBANKELEC".
       01 WS-SOURCE-LIST REDEFINES WS-SOURCE-NAMES.
           05 WS-SOURCE-CODE   PIC X(4) OCCURS 3 TIMES.

       01 WS-CONTROLS.
           05 WS-EOF           PIC X.
           05 FLAGSW           PIC X VALUE 'N'.
           05 WS-SRC-J         PIC 9.
           05 WS-PC-SOURCE     PIC X(4).
           05 WS-PC-DATE       PIC 9(8) VALUE 0.
           05 WS-PC-DATE-X REDEFINES WS-PC-DATE PIC X(8).
           05 WS-PC-DATE-OK    PIC X.
           05 WS-PC-POSTED     PIC X.
           05 WS-PC-IN-UPLOAD  PIC X.

      *> every GLMAP.TXT row, all sources: a journal line is only
      *> good if its account is the one the map gives its code.
       01 WS-MAP-FIELDS.
           05 WS-MAP-COUNT     PIC 9(3) VALUE 0.
           05 WS-MAP-HIT       PIC 9(3).
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 200 TIMES INDEXED BY WS-MAP-IDX.
               10 MP-SOURCE    PIC X(4).
               10 MP-TXN       PIC X(20).
               10 MP-DR-ACCT   PIC X(10).
               10 MP-CR-ACCT   PIC X(10).
               10 MP-DESC      PIC X(30).

      *> one journal's proof. WS-V-OK drops to 'N' at the first
      *> fault, with the reason and the record it was found on.
       01 WS-VERIFY.
           05 WS-V-OK          PIC X.
           05 WS-V-REASON      PIC X(40).
           05 WS-V-RECS        PIC 9(6).
           05 WS-V-AT          PIC 9(6).
           05 WS-V-LINES       PIC 9(6).
           05 WS-V-DR          PIC 9(12)V99.
           05 WS-V-CR          PIC 9(12)V99.
           05 WS-V-TRL-SEEN    PIC X.
           05 WS-V-TRL-LINES   PIC 9(6).
           05 WS-V-TRL-DR      PIC 9(11)V99.
           05 WS-V-TRL-CR      PIC 9(11)V99.

       01 WS-RUN-TOTALS.
           05 WS-N-POSTED      PIC 9(2).
           05 WS-N-REJECTED    PIC 9(2).
           05 WS-N-SKIPPED     PIC 9(2).
           05 WS-RUN-LINES     PIC 9(7).
           05 WS-RUN-DR        PIC 9(12)V99.
           05 WS-RUN-CR        PIC 9(12)V99.

      *> one GLMAP.TXT line: source system, transaction code, the
      *> accounts it debits and credits, and a description for the
      *> journal listing.
       01 GM-REC.
           05 GM-SOURCE        PIC X(4).
           05 FILLER           PIC X.
           05 GM-TXN           PIC X(20).
           05 FILLER           PIC X.
           05 GM-DR-ACCT       PIC X(10).
           05 FILLER           PIC X.
           05 GM-CR-ACCT       PIC X(10).
           05 FILLER           PIC X.
           05 GM-DESC          PIC X(30).
      *> one journal line: 'H' header (who extracted it and when),
      *> 'D' one debit or credit, 'T' trailer with the line count
      *> and both totals.
       01 GJ-REC.
           05 GJ-REC-TYPE      PIC X.
           05 GJ-SOURCE        PIC X(4).
           05 GJ-DATE          PIC X(8).
           05 GJ-BODY          PIC X(60).
           05 GJ-DETAIL REDEFINES GJ-BODY.
               10 GJ-LINE-NO   PIC 9(6).
               10 GJ-ACCT      PIC X(10).
               10 GJ-DRCR      PIC X.
               10 GJ-AMOUNT    PIC 9(11)V99.
               10 GJ-TXN       PIC X(20).
               10 GJ-COUNT     PIC 9(6).
               10 FILLER       PIC X(4).
           05 GJ-HEADER REDEFINES GJ-BODY.
               10 GJH-OPERATOR PIC X(8).
               10 GJH-RUN-DATE PIC X(8).
               10 GJH-RUN-TIME PIC X(6).
               10 FILLER       PIC X(38).
           05 GJ-TRAILER REDEFINES GJ-BODY.
               10 GJT-LINES    PIC 9(6).
               10 GJT-TOT-DR   PIC 9(11)V99.
               10 GJT-TOT-CR   PIC 9(11)V99.
               10 FILLER       PIC X(28).
      *> one GLPOSTED.TXT line: a source's day taken into the GL.
       01 GP-REC.
           05 GP-SOURCE        PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 GP-DATE          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 GP-POST-DATE     PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 GP-POST-TIME     PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 GP-OPERATOR      PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 GP-LINES         PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 GP-TOTAL         PIC 9(11)V99.
      *> one GL upload line: one debit or credit, described from
      *> the map and referenced back to its source and code.
       01 GU-REC.
           05 GU-DATE          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 GU-SOURCE        PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 GU-ACCT          PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 GU-DRCR          PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 GU-AMOUNT        PIC 9(11)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 GU-DESC          PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 GU-REF           PIC X(20).

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
           05 AUD-PROGRAM      PIC X(18) VALUE "GL-CONSOLIDATION".
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-OPERATOR     PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-RECORDS      PIC ZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-TXNS         PIC ZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      *> Unattended batch mode: GLPOST posts the business date on
      *> the parameter line (YYYYMMDD). The done-file refuses the
      *> same date twice, and a rejected or missing journal leaves a
      *> non-zero RETURN-CODE and the date open for the rerun.
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
      *> raised when a journal is rejected or a source is missing
      *> or blocked, so the run never reads as a clean post.
           05 WS-RUN-FAILED    PIC X VALUE 'N'.
           05 WS-RUN-SHORT     PIC X VALUE 'N'.
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
           05 BR-PROGRAM       PIC X(18) VALUE "GL-CONSOLIDATION".
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BR-FUNC          PIC X(12).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BR-PER           PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 BR-DISP          PIC X(30).

       01 LST-HEADER.
           05 FILLER           PIC X(36) VALUE
              "GL Journal Listing - business date ".
           05 LST-HDR-DATE     PIC X(8).
           05 FILLER           PIC X(7) VALUE "  run ".
           05 LST-HDR-RUN      PIC X(8).
       01 LST-DETAIL.
           05 LST-SOURCE       PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LST-LINE-NO      PIC ZZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LST-ACCT         PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LST-DRCR         PIC X.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LST-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LST-DESC         PIC X(30).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LST-TXN          PIC X(20).
       01 LST-SOURCE-LINE.
           05 LST-S-SOURCE     PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LST-S-STATUS     PIC X(9).
           05 FILLER           PIC X(7) VALUE " lines ".
           05 LST-S-LINES      PIC ZZZZZ9.
           05 FILLER           PIC X(8) VALUE " debits ".
           05 LST-S-DR         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(9) VALUE " credits ".
           05 LST-S-CR         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 LST-REJECT-LINE.
           05 LST-R-SOURCE     PIC X(4).
           05 FILLER           PIC X(12) VALUE "  REJECTED  ".
           05 LST-R-REASON     PIC X(40).
           05 FILLER           PIC X(11) VALUE " at record ".
           05 LST-R-AT         PIC ZZZZZ9.
       01 LST-NOTE-LINE.
           05 LST-N-SOURCE     PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LST-N-TEXT       PIC X(60).
       01 LST-TOTAL-LINE.
           05 FILLER           PIC X(15) VALUE "Sources posted ".
           05 LST-T-POSTED     PIC Z9.
           05 FILLER           PIC X(10) VALUE " rejected ".
           05 LST-T-REJECTED   PIC Z9.
           05 FILLER           PIC X(9) VALUE " skipped ".
           05 LST-T-SKIPPED    PIC Z9.
           05 FILLER           PIC X(8) VALUE " debits ".
           05 LST-T-DR         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(9) VALUE " credits ".
           05 LST-T-CR         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-SITE-CONFIG
      *> a parameter file addressed to this program posts the night's
      *> dates with nothing to answer; otherwise the prompts.
           PERFORM BATCH-MODE-RTN
           IF WS-BATCH-MODE = 'Y'
               STOP RUN
           END-IF
           PERFORM SIGN-ON-RTN
           PERFORM GET-DATE-RTN
           PERFORM RUN-POST-RTN
      *> a seated operator gets the same honesty as the night
      *> script: anything held back must not read as a clean post.
           IF WS-RUN-FAILED = 'Y'
               DISPLAY (10, 1)
                   "Journal REJECTED - see JRNLLIST.TXT"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RUN-SHORT = 'Y'
                   DISPLAY (10, 1)
                       "Journal missing - see JRNLLIST.TXT"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY (10, 1)
                       "GL posting complete - see JRNLLIST.TXT"
               END-IF
           END-IF
           STOP RUN.

       RUN-POST-RTN.
      *> a seated run replaces the listing; an unattended invocation
      *> may post several dates, so it appends.
           IF WS-UNATTENDED = 'Y'
               OPEN EXTEND JLIST-FILE
               IF WS-JLS-STATUS = "35"
                   OPEN OUTPUT JLIST-FILE
               END-IF
           ELSE
               OPEN OUTPUT JLIST-FILE
           END-IF
           MOVE WS-PC-DATE-X TO LST-HDR-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO LST-HDR-RUN
           WRITE JLIST-LINE FROM LST-HEADER
           MOVE WS-DIR-SHARE TO ECHO-PATH-DIR
           WRITE JLIST-LINE FROM ECHO-PATH-LINE
           MOVE SPACES TO JLIST-LINE
           WRITE JLIST-LINE

           MOVE 0 TO WS-N-POSTED WS-N-REJECTED WS-N-SKIPPED
           MOVE 0 TO WS-RUN-LINES WS-RUN-DR WS-RUN-CR
           PERFORM LOAD-MAP-RTN
           MOVE SPACES TO WS-GLUP-NAME
           STRING FUNCTION TRIM(WS-DIR-SHARE) DELIMITED BY SIZE
               "GLUP_" DELIMITED BY SIZE
               WS-PC-DATE-X DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-GLUP-NAME
           END-STRING
           PERFORM VARYING WS-SRC-J FROM 1 BY 1 UNTIL WS-SRC-J > 3
               MOVE WS-SOURCE-CODE(WS-SRC-J) TO WS-PC-SOURCE
               PERFORM POST-ONE-SOURCE
           END-PERFORM

           MOVE SPACES TO JLIST-LINE
           WRITE JLIST-LINE
           MOVE WS-N-POSTED TO LST-T-POSTED
           MOVE WS-N-REJECTED TO LST-T-REJECTED
           MOVE WS-N-SKIPPED TO LST-T-SKIPPED
           MOVE WS-RUN-DR TO LST-T-DR
           MOVE WS-RUN-CR TO LST-T-CR
           WRITE JLIST-LINE FROM LST-TOTAL-LINE
           MOVE SPACES TO JLIST-LINE
           WRITE JLIST-LINE
           CLOSE JLIST-FILE
           PERFORM WRITE-AUDIT-RTN.

       POST-ONE-SOURCE.
      *> one source's journal for the day: taken whole or not at all.
           MOVE WS-PC-SOURCE TO LST-N-SOURCE
           PERFORM CHECK-POSTED-RTN
           IF WS-PC-POSTED = 'Y'
               MOVE "already posted to the GL - skipped" TO LST-N-TEXT
               WRITE JLIST-LINE FROM LST-NOTE-LINE
               ADD 1 TO WS-N-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GL-JNL-NAME
           STRING FUNCTION TRIM(WS-DIR-SHARE) DELIMITED BY SIZE
               "GLJ_" DELIMITED BY SIZE
               WS-PC-SOURCE DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-PC-DATE-X DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-GL-JNL-NAME
           END-STRING
           OPEN INPUT GLJNL-FILE
           IF WS-GLJ-STATUS NOT = "00"
               MOVE "no journal for the day - not posted" TO LST-N-TEXT
               WRITE JLIST-LINE FROM LST-NOTE-LINE
               ADD 1 TO WS-N-SKIPPED
               MOVE 'Y' TO WS-RUN-SHORT
               EXIT PARAGRAPH
           END-IF
           CLOSE GLJNL-FILE
      *> lines already on the upload that GLPOSTED.TXT does not
      *> show mean an earlier run stopped between the two writes;
      *> posting again would double them, so the day is held for
      *> accounting to reconcile by hand.
           PERFORM CHECK-UPLOAD-RTN
           IF WS-PC-IN-UPLOAD = 'Y'
               MOVE "on upload but not in GLPOSTED.TXT - reconcile"
                   TO LST-N-TEXT
               WRITE JLIST-LINE FROM LST-NOTE-LINE
               ADD 1 TO WS-N-REJECTED
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-JOURNAL-RTN
           IF WS-V-OK = 'N'
               MOVE WS-PC-SOURCE TO LST-R-SOURCE
               MOVE WS-V-REASON TO LST-R-REASON
               MOVE WS-V-AT TO LST-R-AT
               WRITE JLIST-LINE FROM LST-REJECT-LINE
               ADD 1 TO WS-N-REJECTED
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM UPLOAD-JOURNAL-RTN
           PERFORM MARK-POSTED-RTN
           MOVE WS-PC-SOURCE TO LST-S-SOURCE
           MOVE "POSTED" TO LST-S-STATUS
           MOVE WS-V-LINES TO LST-S-LINES
           MOVE WS-V-DR TO LST-S-DR
           MOVE WS-V-CR TO LST-S-CR
           WRITE JLIST-LINE FROM LST-SOURCE-LINE
           MOVE SPACES TO JLIST-LINE
           WRITE JLIST-LINE
           ADD 1 TO WS-N-POSTED
           ADD WS-V-LINES TO WS-RUN-LINES
           ADD WS-V-DR TO WS-RUN-DR
           ADD WS-V-CR TO WS-RUN-CR.

       VERIFY-JOURNAL-RTN.
      *> the whole journal is proven before a line of it is posted.
           MOVE 'Y' TO WS-V-OK
           MOVE SPACES TO WS-V-REASON
           MOVE 0 TO WS-V-RECS WS-V-AT WS-V-LINES WS-V-DR WS-V-CR
           MOVE 'N' TO WS-V-TRL-SEEN
           OPEN INPUT GLJNL-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-V-OK = 'N'
               READ GLJNL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE GLJNL-LINE TO GJ-REC
                       ADD 1 TO WS-V-RECS
                       PERFORM VERIFY-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE GLJNL-FILE
           IF WS-V-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-V-RECS TO WS-V-AT
           IF WS-V-RECS = 0
               MOVE "EMPTY JOURNAL" TO WS-V-REASON
               MOVE 'N' TO WS-V-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-V-TRL-SEEN = 'N'
               MOVE "NO TRAILER - journal incomplete" TO WS-V-REASON
               MOVE 'N' TO WS-V-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-V-DR NOT = WS-V-CR
               MOVE "OUT OF BALANCE - debits not = credits"
                   TO WS-V-REASON
               MOVE 'N' TO WS-V-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-V-TRL-LINES NOT = WS-V-LINES
               OR WS-V-TRL-DR NOT = WS-V-DR
               OR WS-V-TRL-CR NOT = WS-V-CR
               MOVE "TRAILER DOES NOT AGREE WITH LINES"
                   TO WS-V-REASON
               MOVE 'N' TO WS-V-OK
           END-IF.

       VERIFY-JOURNAL-LINE.
           MOVE WS-V-RECS TO WS-V-AT
           IF WS-V-TRL-SEEN = 'Y'
               MOVE "RECORDS AFTER TRAILER" TO WS-V-REASON
               MOVE 'N' TO WS-V-OK
               EXIT PARAGRAPH
           END-IF
           IF GJ-SOURCE NOT = WS-PC-SOURCE
               OR GJ-DATE NOT = WS-PC-DATE-X
               MOVE "WRONG SOURCE OR DATE" TO WS-V-REASON
               MOVE 'N' TO WS-V-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-V-RECS = 1
               IF GJ-REC-TYPE NOT = 'H'
                   MOVE "NO HEADER RECORD" TO WS-V-REASON
                   MOVE 'N' TO WS-V-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE GJ-REC-TYPE
               WHEN 'D'
                   PERFORM VERIFY-DETAIL-LINE
               WHEN 'T'
                   MOVE 'Y' TO WS-V-TRL-SEEN
                   IF GJT-LINES NOT NUMERIC
                       OR GJT-TOT-DR NOT NUMERIC
                       OR GJT-TOT-CR NOT NUMERIC
                       MOVE "TRAILER NOT NUMERIC" TO WS-V-REASON
                       MOVE 'N' TO WS-V-OK
                   ELSE
                       MOVE GJT-LINES TO WS-V-TRL-LINES
                       MOVE GJT-TOT-DR TO WS-V-TRL-DR
                       MOVE GJT-TOT-CR TO WS-V-TRL-CR
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO WS-V-REASON
                   MOVE 'N' TO WS-V-OK
           END-EVALUATE.

       VERIFY-DETAIL-LINE.
           ADD 1 TO WS-V-LINES
           IF GJ-LINE-NO NOT NUMERIC
               MOVE "LINE NUMBER NOT NUMERIC" TO WS-V-REASON
               MOVE 'N' TO WS-V-OK
               EXIT PARAGRAPH
           END-IF
           IF GJ-LINE-NO NOT = WS-V-LINES
               MOVE "LINE OUT OF SEQUENCE" TO WS-V-REASON
               MOVE 'N' TO WS-V-OK
               EXIT PARAGRAPH
           END-IF
           IF GJ-AMOUNT NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO WS-V-REASON
               MOVE 'N' TO WS-V-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-MAP-RTN
           IF WS-MAP-HIT = 0
               MOVE "CODE NOT IN GLMAP.TXT" TO WS-V-REASON
               MOVE 'N' TO WS-V-OK
               EXIT PARAGRAPH
           END-IF
           EVALUATE GJ-DRCR
               WHEN 'D'
                   IF GJ-ACCT NOT = MP-DR-ACCT(WS-MAP-HIT)
                       MOVE "DEBIT ACCOUNT NOT AS MAPPED"
                           TO WS-V-REASON
                       MOVE 'N' TO WS-V-OK
                   ELSE
                       ADD GJ-AMOUNT TO WS-V-DR
                   END-IF
               WHEN 'C'
                   IF GJ-ACCT NOT = MP-CR-ACCT(WS-MAP-HIT)
                       MOVE "CREDIT ACCOUNT NOT AS MAPPED"
                           TO WS-V-REASON
                       MOVE 'N' TO WS-V-OK
                   ELSE
                       ADD GJ-AMOUNT TO WS-V-CR
                   END-IF
               WHEN OTHER
                   MOVE "DEBIT/CREDIT FLAG NOT D OR C" TO WS-V-REASON
                   MOVE 'N' TO WS-V-OK
           END-EVALUATE.

       UPLOAD-JOURNAL-RTN.
      *> the proven journal's lines onto the day's upload, each also
      *> on the listing.
           OPEN EXTEND GLUP-FILE
           IF WS-GLU-STATUS = "35"
               OPEN OUTPUT GLUP-FILE
           END-IF
           OPEN INPUT GLJNL-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLJNL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE GLJNL-LINE TO GJ-REC
                       IF GJ-REC-TYPE = 'D'
                           PERFORM UPLOAD-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLJNL-FILE
           CLOSE GLUP-FILE.

       UPLOAD-ONE-LINE.
           PERFORM FIND-MAP-RTN
           MOVE GJ-DATE TO GU-DATE
           MOVE GJ-SOURCE TO GU-SOURCE
           MOVE GJ-ACCT TO GU-ACCT
           MOVE GJ-DRCR TO GU-DRCR
           MOVE GJ-AMOUNT TO GU-AMOUNT
           MOVE MP-DESC(WS-MAP-HIT) TO GU-DESC
           MOVE GJ-TXN TO GU-REF
           WRITE GLUP-LINE FROM GU-REC
           MOVE GJ-SOURCE TO LST-SOURCE
           MOVE GJ-LINE-NO TO LST-LINE-NO
           MOVE GJ-ACCT TO LST-ACCT
           MOVE GJ-DRCR TO LST-DRCR
           MOVE GJ-AMOUNT TO LST-AMOUNT
           MOVE MP-DESC(WS-MAP-HIT) TO LST-DESC
           MOVE GJ-TXN TO LST-TXN
           WRITE JLIST-LINE FROM LST-DETAIL.

       MARK-POSTED-RTN.
           OPEN EXTEND GLPOST-FILE
           IF WS-GLP-STATUS = "35"
               OPEN OUTPUT GLPOST-FILE
           END-IF
           MOVE WS-PC-SOURCE TO GP-SOURCE
           MOVE WS-PC-DATE-X TO GP-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO GP-POST-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO GP-POST-TIME
           MOVE WS-OPERATOR-ID TO GP-OPERATOR
           MOVE WS-V-LINES TO GP-LINES
           MOVE WS-V-DR TO GP-TOTAL
           WRITE GLPOST-LINE FROM GP-REC
           CLOSE GLPOST-FILE.

       CHECK-POSTED-RTN.
           MOVE 'N' TO WS-PC-POSTED
           OPEN INPUT GLPOST-FILE
           IF WS-GLP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLPOST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE GLPOST-LINE TO GP-REC
                       IF GP-SOURCE = WS-PC-SOURCE
                           AND GP-DATE = WS-PC-DATE-X
                           MOVE 'Y' TO WS-PC-POSTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLPOST-FILE.

       CHECK-UPLOAD-RTN.
           MOVE 'N' TO WS-PC-IN-UPLOAD
           OPEN INPUT GLUP-FILE
           IF WS-GLU-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLUP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE GLUP-LINE TO GU-REC
                       IF GU-SOURCE = WS-PC-SOURCE
                           AND GU-DATE = WS-PC-DATE-X
                           MOVE 'Y' TO WS-PC-IN-UPLOAD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLUP-FILE.

       LOAD-MAP-RTN.
      *> comment lines and rows missing an account never match a
      *> journal line, so a journal using them is rejected.
           MOVE 0 TO WS-MAP-COUNT
           OPEN INPUT GLMAP-FILE
           IF WS-GLM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GLMAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE GLMAP-LINE TO GM-REC
                       IF GM-SOURCE(1:1) NOT = '*'
                           AND GM-DR-ACCT NOT = SPACES
                           AND GM-CR-ACCT NOT = SPACES
                           AND WS-MAP-COUNT < 200
                           ADD 1 TO WS-MAP-COUNT
                           MOVE GM-SOURCE TO MP-SOURCE(WS-MAP-COUNT)
                           MOVE GM-TXN TO MP-TXN(WS-MAP-COUNT)
                           MOVE GM-DR-ACCT TO MP-DR-ACCT(WS-MAP-COUNT)
                           MOVE GM-CR-ACCT TO MP-CR-ACCT(WS-MAP-COUNT)
                           MOVE GM-DESC TO MP-DESC(WS-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLMAP-FILE.

       FIND-MAP-RTN.
      *> the row for the current journal line's source and code.
           MOVE 0 TO WS-MAP-HIT
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT OR WS-MAP-HIT > 0
               IF MP-SOURCE(WS-MAP-IDX) = GJ-SOURCE
                   AND MP-TXN(WS-MAP-IDX) = GJ-TXN
                   SET WS-MAP-HIT TO WS-MAP-IDX
               END-IF
           END-PERFORM.

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
                       IF BP-FUNCTION = "GLPOST"
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
           MOVE BPT-PER(WS-BP-J) TO WS-PC-DATE-X
           PERFORM CHECK-DATE-RTN
           IF WS-PC-DATE-OK = 'N'
               MOVE "FAILED - bad period" TO BR-DISP
               PERFORM WRITE-RUN-REPORT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RUN-FAILED WS-RUN-SHORT
           PERFORM RUN-POST-RTN
      *> the date stays open until every source is in: the rerun
      *> skips what was posted and picks up the rest.
           IF WS-RUN-FAILED = 'Y'
               MOVE "FAILED - journal rejected" TO BR-DISP
               PERFORM WRITE-RUN-REPORT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-SHORT = 'Y'
               MOVE "FAILED - journal missing" TO BR-DISP
               PERFORM WRITE-RUN-REPORT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "COMPLETED" TO BR-DISP
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
           MOVE SPACES TO WS-DIR-SHARE
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
                       IF WS-CFG-KEY = "SHAREDIR"
                           MOVE WS-CFG-VAL TO WS-DIR-SHARE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           IF WS-DIR-SHARE = SPACES
               DISPLAY "ERROR: SITECFG.TXT has no SHAREDIR entry"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING FUNCTION TRIM(WS-DIR-SHARE) "GLMAP.TXT"
               DELIMITED BY SIZE INTO WS-PATH-GLMAP
           STRING FUNCTION TRIM(WS-DIR-SHARE) "GLPOSTED.TXT"
               DELIMITED BY SIZE INTO WS-PATH-GLPOSTED
           STRING FUNCTION TRIM(WS-DIR-SHARE) "JRNLLIST.TXT"
               DELIMITED BY SIZE INTO WS-PATH-JRNLLIST
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

       GET-DATE-RTN.
      *> the business day whose journals are posted; 0 is today.
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY (6, 1) "Business date (YYYYMMDD, 0=today): "
               ACCEPT (6, 37) WS-PC-DATE
               IF WS-PC-DATE = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PC-DATE-X
               END-IF
               PERFORM CHECK-DATE-RTN
               IF WS-PC-DATE-OK = 'Y'
                   MOVE 'Y' TO FLAGSW
                   DISPLAY (7, 1) "                              "
               ELSE
                   DISPLAY (7, 1) "ERROR: Date must be YYYYMMDD  "
               END-IF
           END-PERFORM.

       CHECK-DATE-RTN.
           MOVE 'Y' TO WS-PC-DATE-OK
           IF WS-PC-DATE-X NOT NUMERIC
               MOVE 'N' TO WS-PC-DATE-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-PC-DATE-X(5:2) < "01" OR WS-PC-DATE-X(5:2) > "12"
               OR WS-PC-DATE-X(7:2) < "01" OR WS-PC-DATE-X(7:2) > "31"
               MOVE 'N' TO WS-PC-DATE-OK
           END-IF.

       WRITE-AUDIT-RTN.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE WS-RUN-LINES TO AUD-RECORDS
           MOVE WS-N-POSTED TO AUD-TXNS
           MOVE WS-RUN-DR TO AUD-AMOUNT
           WRITE AUDIT-LINE FROM AUD-REC
           CLOSE AUDIT-FILE.
