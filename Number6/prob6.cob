           SELECT AUDIT-FILE ASSIGN TO WS-PATH-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *> HR's faculty master: who teaches, where they belong, and
      *> the courses and units they carry this term.
           SELECT FACULTY-FILE ASSIGN TO WS-PATH-FACULTY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FM-STATUS.
           SELECT FACLOAD-FILE ASSIGN TO WS-PATH-FACLOAD
               ORGANIZATION IS LINE SEQUENTIAL.
      *> every term's per-course figures with the year-level split,
      *> appended beside POPHIST, so the projection can follow each
      *> course's first-years into second year and so on.
           SELECT CRSHIST-FILE ASSIGN TO WS-PATH-CRSHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRH-STATUS.
      *> projections as made, kept so they can be held up against
      *> the actuals once the projected term is entered.
           SELECT PROJHIST-FILE ASSIGN TO WS-PATH-PROJHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-STATUS.
           SELECT PROJECT-FILE ASSIGN TO WS-PATH-PROJECT
               ORGANIZATION IS LINE SEQUENTIAL.
       
       DATA DIVISION.
       FILE SECTION.
       FD COMPARE-FILE.
       01 COMPARE-LINE         PIC X(150).

       FD CRSHIST-FILE.
       01 CRH-LINE             PIC X(120).

       FD PROJHIST-FILE.
       01 PJ-LINE              PIC X(100).

       FD PROJECT-FILE.
       01 PROJECT-LINE         PIC X(130).

       FD CHEDSUB-FILE.
       01 CHEDSUB-LINE         PIC X(150).

           05 EN-COUNCIL       PIC 9(3)V99.
           05 EN-LAB           PIC 9(3)V99.
           05 EN-MISC          PIC 9(4)V99.
           05 EN-SPONSOR-CD    PIC X(6).

      *> Shared operator audit trail -- every program appends one
      *> session line here so end-of-day review can tie each file
       FD AUDIT-FILE.
       01 AUDIT-LINE           PIC X(80).

      *> one faculty member per record; FM-STATUS R regular, P part
      *> time. Each course handled names the branch it is taught at,
      *> which need not be the home branch.
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

       FD FACLOAD-FILE.
       01 FACLOAD-LINE         PIC X(100).

       FD POPUL-FILE.
      *> widened to match REC-OUT (124 bytes) -- WRITE OUTREC FROM
      *> REC-OUT was silently truncating RATIO-OUT/RATIO-FLAG-OUT/
           05 WS-PATH-ENROLL   PIC X(60).
           05 WS-PATH-CHEDSUB  PIC X(60).
           05 WS-PATH-AUDIT    PIC X(60).
           05 WS-PATH-FACULTY  PIC X(60).
           05 WS-PATH-FACLOAD  PIC X(60).
           05 WS-PATH-CRSHIST  PIC X(60).
           05 WS-PATH-PROJHIST PIC X(60).
           05 WS-PATH-PROJECT  PIC X(60).
       01 ECHO-PATH-LINE.
           05 FILLER           PIC X(14) VALUE "Data folder : ".
           05 ECHO-PATH-DIR    PIC X(40).
                   15 BRC-FAC      PIC 9(3).
                   15 BRC-RATIO    PIC 9(6)V99.
                   15 BRC-FLAG     PIC X.
                   15 BRC-YL       PIC 9(6) OCCURS 5 TIMES.
       01 WS-COURSE-INPUT.
           05 CRS-NAME-IN      PIC X(20).
           05 CRS-STUD-IN      PIC 9(6).
           05 WS-CRS-IDX       PIC 9(2).
           05 WS-CRS-SUM       PIC 9(7).
           05 WS-CRS-OK        PIC X.
      *> the course's students by year level, first to fifth year;
      *> they must add back to the course total.
           05 CRS-YL-IN-GRP.
               10 CRS-YL1-IN   PIC 9(6).
               10 CRS-YL2-IN   PIC 9(6).
               10 CRS-YL3-IN   PIC 9(6).
               10 CRS-YL4-IN   PIC 9(6).
               10 CRS-YL5-IN   PIC 9(6).
           05 CRS-YL-IN-TBL REDEFINES CRS-YL-IN-GRP.
               10 CRS-YL-IN    PIC 9(6) OCCURS 5 TIMES.
           05 WS-CRS-YL-SUM    PIC 9(7).
           05 WS-CRS-YL        PIC 9.
      *> req 022: branch-name lookup driven by a table instead of a
      *> hardcoded EVALUATE BCODE-IN, so new campuses just add a row.
       01 BRANCH-NAME-TABLE.
           05 WS-IMP-TOT-STUD  PIC 9(6).
           05 WS-IMP-TOT-REG   PIC 9(6).
           05 WS-IMP-J         PIC 9.
           05 WS-IMP-YL        PIC 9.
       01 WS-IMP-BY-CODE.
           05 WS-IMP-CODE-ROW OCCURS 6 TIMES.
               10 IMPC-STUD    PIC 9(6).
               10 IMPC-REG     PIC 9(6).
               10 IMPC-YL      PIC 9(6) OCCURS 5 TIMES.
       01 WS-IMP-TABLE.
           05 WS-IMP-ENTRY OCCURS 6 TIMES.
               10 IMP-NAME     PIC X(20).
               10 IMP-STUD     PIC 9(6).
               10 IMP-REG      PIC 9(6).
               10 IMP-YL       PIC 9(6) OCCURS 5 TIMES.

      *> CHED submission working storage: the chosen school year's
      *> two semesters side by side per branch, newest history row
           05 FILLER           PIC X(10) VALUE " missing ".
           05 CHE-SEM          PIC X(16).

      *> Faculty master, held in memory for the run: each person is
      *> counted once, at the home branch, however many campuses
      *> they teach at. Loads are checked against the regular and
      *> part-time unit limits.
       01 WS-FAC-FIELDS.
           05 WS-FM-STATUS     PIC XX.
           05 WS-FAC-LOADED    PIC X VALUE 'N'.
           05 WS-FAC-EOF       PIC X.
           05 WS-FAC-COUNT     PIC 9(3) VALUE 0.
           05 WS-FAC-SKIPPED   PIC 9(3) VALUE 0.
           05 WS-FAC-J         PIC 9(3).
           05 WS-FAC-K         PIC 9.
           05 WS-FAC-DUP       PIC X.
           05 WS-FAC-OK        PIC X.
           05 WS-FAC-UNITS     PIC 9(3).
           05 WS-FAC-BR        PIC 9(2).
           05 WS-FAC-BR-CNT    PIC 9(3).
           05 WS-FAC-OVER      PIC 9(3).
           05 WS-FAC-UNDER     PIC 9(3).
           05 WS-MAX-LOAD-REG  PIC 9(2) VALUE 24.
           05 WS-MIN-LOAD-REG  PIC 9(2) VALUE 18.
           05 WS-MAX-LOAD-PT   PIC 9(2) VALUE 12.
       01 WS-FAC-BY-BRANCH.
           05 WS-FCB-ROW OCCURS 10 TIMES.
               10 FCB-REG      PIC 9(3).
               10 FCB-PT       PIC 9(3).
       01 WS-FAC-TABLE.
           05 WS-FAC-ENTRY OCCURS 500 TIMES.
               10 FT-EMP-NO    PIC 9(6).
               10 FT-NAME      PIC X(25).
               10 FT-HOME-BR   PIC 9(2).
               10 FT-STATUS    PIC X.
               10 FT-RANK      PIC X(20).
               10 FT-LOAD-COUNT PIC 9.
               10 FT-UNITS     PIC 9(3).
               10 FT-LOAD OCCURS 8 TIMES.
                   15 FT-LD-BRANCH PIC 9(2).
                   15 FT-LD-COURSE PIC X(20).
                   15 FT-LD-UNITS  PIC 9(2).
       01 FL-TITLE.
           05 FILLER           PIC X(24) VALUE
              "Faculty Teaching Load - ".
           05 FL-TTL-SEM       PIC X(16).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 FL-TTL-YEAR      PIC X(9).
       01 FL-BRANCH-LINE.
           05 FILLER           PIC X(14) VALUE "Home branch : ".
           05 FL-BR-NAME       PIC X(20).
       01 FL-COLS.
           05 FILLER           PIC X(8)  VALUE "EMP NO".
           05 FILLER           PIC X(27) VALUE "NAME".
           05 FILLER           PIC X(4)  VALUE "R/P".
           05 FILLER           PIC X(22) VALUE "RANK".
           05 FILLER           PIC X(7)  VALUE "UNITS".
           05 FILLER           PIC X(14) VALUE "FLAG".
       01 FL-DETAIL.
           05 FL-EMP-NO        PIC 9(6).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FL-NAME          PIC X(25).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FL-STATUS        PIC X.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FL-RANK          PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FL-UNITS         PIC ZZ9.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FL-FLAG          PIC X(14).
       01 FL-COURSE-LINE.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FL-CRS-NAME      PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FL-CRS-BRANCH    PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FL-CRS-UNITS     PIC Z9.
       01 FL-BR-TOTAL.
           05 FILLER           PIC X(10) VALUE "Regular: ".
           05 FL-TOT-REG       PIC ZZ9.
           05 FILLER           PIC X(13) VALUE "  Part time: ".
           05 FL-TOT-PT        PIC ZZ9.
           05 FILLER           PIC X(13) VALUE "  Over max: ".
           05 FL-TOT-OVER      PIC ZZ9.
           05 FILLER           PIC X(14) VALUE "  Under min: ".
           05 FL-TOT-UNDER     PIC ZZ9.
       01 FL-TRAILER.
           05 FILLER           PIC X(22) VALUE
              "Faculty records read: ".
           05 FL-TRL-COUNT     PIC ZZ9.
           05 FILLER           PIC X(12) VALUE "  Skipped: ".
           05 FL-TRL-SKIPPED   PIC ZZ9.

      *> one course-term row on the course history file.
       01 WS-CRH-STATUS        PIC XX.
       01 CRH-REC.
           05 CRH-YEAR         PIC X(9).
           05 CRH-SEMESTER     PIC X(16).
           05 CRH-BCODE        PIC 9(2).
           05 CRH-COURSE       PIC X(20).
           05 CRH-STUD         PIC 9(6).
           05 CRH-REG          PIC 9(6).
           05 CRH-IRREG        PIC 9(6).
           05 CRH-FAC          PIC 9(3).
           05 CRH-YL           PIC 9(6) OCCURS 5 TIMES.
      *> one projected figure; PJ-COURSE blank is the branch total.
       01 WS-PJ-STATUS         PIC XX.
       01 PJ-REC.
           05 PJ-YEAR          PIC X(9).
           05 PJ-SEMESTER      PIC X(16).
           05 PJ-BCODE         PIC 9(2).
           05 PJ-COURSE        PIC X(20).
           05 PJ-STUD          PIC 9(6).
           05 PJ-REG           PIC 9(6).
           05 PJ-IRREG         PIC 9(6).
           05 PJ-FAC           PIC 9(6).
           05 PJ-BASE-YEAR     PIC X(9).

      *> Next-term projection. Year levels move up a year at a time,
      *> so a term is projected from the same semester of the school
      *> year before: each level carries forward at the rate history
      *> shows it progressing, and the first-years follow the yearly
      *> trend in incoming freshmen. Faculty needed is the projected
      *> students at WS-MAX-RATIO, rounded up.
       01 WS-PRJ-FIELDS.
           05 WS-PRJ-TGT-YEAR  PIC X(9).
           05 WS-PRJ-EOF       PIC X.
           05 WS-PRJ-B         PIC 9(4).
           05 WS-PRJ-R         PIC 9(4).
           05 WS-PRJ-R2        PIC 9(4).
           05 WS-PRJ-K         PIC 9.
           05 WS-PRJ-BR        PIC 9(2).
           05 WS-PRJ-FOUND     PIC X.
           05 WS-PRJ-FULL      PIC X.
           05 WS-PRJ-KEY-BR    PIC 9(2).
           05 WS-PRJ-KEY-CRS   PIC X(20).
           05 WS-PRJ-KEY-YEAR  PIC X(9).
           05 WS-PRJ-PAIRS     PIC 9(3).
           05 WS-PRJ-CHG       PIC S9(7).
           05 WS-PRJ-AVG       PIC S9(7)V99.
           05 WS-PRJ-WORK      PIC S9(7).
           05 WS-PRJ-FRESH     PIC 9(6).
           05 WS-PRJ-STUD      PIC 9(6).
           05 WS-PRJ-REG       PIC 9(6).
           05 WS-PRJ-IRREG     PIC 9(6).
           05 WS-PRJ-BASE      PIC 9(6).
           05 WS-PRJ-BASE-IRR  PIC 9(6).
           05 WS-PRJ-FAC-NOW   PIC 9(6).
           05 WS-PRJ-FAC       PIC 9(6).
           05 WS-PRJ-ADD       PIC 9(6).
           05 WS-PRJ-NOTE      PIC X(14).
           05 WS-PRJ-BR-CRS    PIC 9(3).
           05 WS-PRJ-BR-STUD   PIC 9(6).
           05 WS-PRJ-BR-REG    PIC 9(6).
           05 WS-PRJ-BR-IRREG  PIC 9(6).
           05 WS-PRJ-BR-BASE   PIC 9(6).
           05 WS-PRJ-BR-FRESH  PIC 9(6).
           05 WS-PRJ-BR-FACNOW PIC 9(6).
           05 WS-PRJ-VAR       PIC S9(7).
           05 WS-PRJ-PCT       PIC S9(5)V99.
           05 WS-PRJ-ACC-CNT   PIC 9(3).
       01 WS-PRJ-RATES.
           05 WS-PRJ-RATE-ROW OCCURS 4 TIMES.
               10 PRT-NUM      PIC 9(7).
               10 PRT-DEN      PIC 9(7).
               10 PRT-RATE     PIC 9(2)V9999.
       01 WS-PRJ-YL-TBL.
           05 WS-PRJ-YL        PIC 9(6) OCCURS 5 TIMES.
       01 WS-YR-FIELDS.
           05 WS-YR-IN         PIC X(9).
           05 WS-YR-IN-R REDEFINES WS-YR-IN.
               10 WS-YR-IN-1   PIC 9(4).
               10 WS-YR-IN-DASH PIC X.
               10 WS-YR-IN-2   PIC 9(4).
           05 WS-YR-OUT        PIC X(9).
           05 WS-YR-OUT-R REDEFINES WS-YR-OUT.
               10 WS-YR-OUT-1  PIC 9(4).
               10 WS-YR-OUT-DASH PIC X.
               10 WS-YR-OUT-2  PIC 9(4).
      *> the chosen semester's course history, newest row per school
      *> year, branch and course.
       01 WS-CHT-COUNT         PIC 9(4) VALUE 0.
       01 WS-CH-TABLE.
           05 WS-CHT-ENTRY OCCURS 1000 TIMES.
               10 CHT-YEAR     PIC X(9).
               10 CHT-BCODE    PIC 9(2).
               10 CHT-COURSE   PIC X(20).
               10 CHT-STUD     PIC 9(6).
               10 CHT-IRREG    PIC 9(6).
               10 CHT-FAC      PIC 9(3).
               10 CHT-YL       PIC 9(6) OCCURS 5 TIMES.
      *> the chosen semester's branch history, for branches entered
      *> before course history was kept.
       01 WS-PHT-COUNT         PIC 9(4) VALUE 0.
       01 WS-PH-TABLE.
           05 WS-PHT-ENTRY OCCURS 300 TIMES.
               10 PHT-YEAR     PIC X(9).
               10 PHT-BCODE    PIC 9(2).
               10 PHT-STUD     PIC 9(6).
               10 PHT-IRREG    PIC 9(6).
               10 PHT-FAC      PIC 9(6).
      *> projections made earlier for the chosen term.
       01 WS-PJT-COUNT         PIC 9(4) VALUE 0.
       01 WS-PJ-TABLE.
           05 WS-PJT-ENTRY OCCURS 300 TIMES.
               10 PJT-BCODE    PIC 9(2).
               10 PJT-COURSE   PIC X(20).
               10 PJT-STUD     PIC 9(6).
               10 PJT-BASE-YEAR PIC X(9).
       01 PRJ-TITLE.
           05 FILLER           PIC X(25) VALUE
              "Enrollment Projection - ".
           05 PRJ-TTL-SEM      PIC X(16).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 PRJ-TTL-YEAR     PIC X(9).
       01 PRJ-TITLE-2.
           05 FILLER           PIC X(25) VALUE
              "Projected from term    : ".
           05 PRJ-TT2-SEM      PIC X(16).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 PRJ-TT2-YEAR     PIC X(9).
       01 PRJ-BRANCH-LINE.
           05 FILLER           PIC X(9) VALUE "Branch : ".
           05 PRJ-BR-NAME      PIC X(20).
       01 PRJ-COLS.
           05 FILLER           PIC X(22) VALUE "COURSE".
           05 FILLER           PIC X(9)  VALUE "THIS TERM".
           05 FILLER           PIC X(9)  VALUE " FRESHMEN".
           05 FILLER           PIC X(9)  VALUE "  PROJECT".
           05 FILLER           PIC X(9)  VALUE "  REGULAR".
           05 FILLER           PIC X(9)  VALUE "   IRREG".
           05 FILLER           PIC X(9)  VALUE "   FAC NW".
           05 FILLER           PIC X(9)  VALUE "   FAC ND".
           05 FILLER           PIC X(9)  VALUE "      ADD".
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(14) VALUE "NOTE".
       01 PRJ-DETAIL.
           05 PRJ-COURSE       PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 PRJ-BASE         PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 PRJ-FRESH        PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 PRJ-STUD         PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 PRJ-REG          PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 PRJ-IRREG        PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 PRJ-FAC-NOW      PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 PRJ-FAC          PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 PRJ-ADD          PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 PRJ-NOTE         PIC X(14).
       01 ACC-TITLE.
           05 FILLER           PIC X(25) VALUE
              "Projection vs Actual -  ".
           05 ACC-TTL-SEM      PIC X(16).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 ACC-TTL-YEAR     PIC X(9).
       01 ACC-COLS.
           05 FILLER           PIC X(22) VALUE "BRANCH".
           05 FILLER           PIC X(22) VALUE "COURSE".
           05 FILLER           PIC X(9)  VALUE "PROJECTED".
           05 FILLER           PIC X(9)  VALUE "   ACTUAL".
           05 FILLER           PIC X(10) VALUE "  VARIANCE".
           05 FILLER           PIC X(10) VALUE "   PCT OFF".
       01 ACC-DETAIL.
           05 ACC-BR-NAME      PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 ACC-COURSE       PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 ACC-PROJ         PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 ACC-ACTUAL       PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 ACC-VAR          PIC -ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 ACC-PCT          PIC -ZZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 ACC-NOTE         PIC X(12).
       01 ACC-NONE.
           05 FILLER           PIC X(40) VALUE
              "No projection on file for this term".

       01 CHECK-CONT.
           05 EOFSW           PIC X VALUE 'Y'.
           05 FLAGSW          PIC X VALUE 'N'.
       01 SCR-CRS-FAC.
           05 LINE 23 COL 1 VALUE "Assigned Faculty: ".
           05 LINE 23 COL 45 PIC 9(3) USING CRS-FAC-IN REQUIRED AUTO.
       01 SCR-CRS-YL.
           05 LINE 19 COL 66 VALUE "Yr1: ".
           05 LINE 19 COL 71 PIC 9(6) USING CRS-YL1-IN REQUIRED AUTO.
           05 LINE 20 COL 66 VALUE "Yr2: ".
           05 LINE 20 COL 71 PIC 9(6) USING CRS-YL2-IN REQUIRED AUTO.
           05 LINE 21 COL 66 VALUE "Yr3: ".
           05 LINE 21 COL 71 PIC 9(6) USING CRS-YL3-IN REQUIRED AUTO.
           05 LINE 22 COL 66 VALUE "Yr4: ".
           05 LINE 22 COL 71 PIC 9(6) USING CRS-YL4-IN REQUIRED AUTO.
           05 LINE 23 COL 66 VALUE "Yr5: ".
           05 LINE 23 COL 71 PIC 9(6) USING CRS-YL5-IN REQUIRED AUTO.
       01 SCR-CRS-ERROR.
           05 LINE 24 COL 1 FROM ERR-MSG.

           05 LINE 4 COL 5 VALUE "1 - Enter a term's population data".
           05 LINE 5 COL 5 VALUE "2 - Term-over-term comparison".
           05 LINE 6 COL 5 VALUE "3 - CHED annual submission".
           05 LINE 7 COL 5 VALUE "4 - Faculty teaching load report".
           05 LINE 8 COL 5 VALUE "5 - Next-term enrollment projection".
           05 LINE 9 COL 5 VALUE "Choice: ".
           05 LINE 9 COL 14 PIC 9 USING WS-RUN-MODE REQUIRED AUTO.
       01 SCR-MODE-ERROR.
           05 LINE 10 COL 5 FROM ERR-MSG.
       01 SCR-PRIOR-TERM.
               "Comparison written to COMPARE.TXT".
       01 SCR-CMP-ERROR.
           05 LINE 7 COL 1 FROM ERR-MSG.
       01 SCR-PRJ-DONE.
           05 LINE 7 COL 1 VALUE
               "Projection written to PROJECT.TXT".
       01 SCR-FL-DONE.
           05 LINE 7 COL 1 VALUE
               "Teaching load report written to FACLOAD.TXT".
       01 SCR-TERM.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "Semester (e.g. First Semester): ".
           IF WS-RUN-MODE = 3
               PERFORM CHED-SUBMIT-RTN
           ELSE
           IF WS-RUN-MODE = 4
               PERFORM FACULTY-LOAD-RTN
           ELSE
           IF WS-RUN-MODE = 5
               PERFORM PROJECTION-RTN
           ELSE
      *> req 023: prompt for the term before anything is opened so
      *> the file name and headers can be built from it.
               DISPLAY SCR-TERM
               PERFORM FINISH-RTN
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM WRITE-AUDIT-RTN
           STOP RUN.

           STRING FUNCTION TRIM(WS-DIR-P6) "CHEDSUB.TXT"
               DELIMITED BY SIZE INTO WS-PATH-CHEDSUB
           STRING FUNCTION TRIM(WS-DIR-SHARE) "AUDIT.TXT"
               DELIMITED BY SIZE INTO WS-PATH-AUDIT
           STRING FUNCTION TRIM(WS-DIR-P6) "FACULTY.TXT"
               DELIMITED BY SIZE INTO WS-PATH-FACULTY
           STRING FUNCTION TRIM(WS-DIR-P6) "FACLOAD.TXT"
               DELIMITED BY SIZE INTO WS-PATH-FACLOAD
           STRING FUNCTION TRIM(WS-DIR-P6) "CRSHIST.TXT"
               DELIMITED BY SIZE INTO WS-PATH-CRSHIST
           STRING FUNCTION TRIM(WS-DIR-P6) "PROJHIST.TXT"
               DELIMITED BY SIZE INTO WS-PATH-PROJHIST
           STRING FUNCTION TRIM(WS-DIR-P6) "PROJECT.TXT"
               DELIMITED BY SIZE INTO WS-PATH-PROJECT.

       SIGN-ON-RTN.
      *> nothing runs until the operator identifies themselves; the
               DISPLAY SCR-MODE
               ACCEPT SCR-MODE
               IF WS-RUN-MODE = 1 OR WS-RUN-MODE = 2
                   OR WS-RUN-MODE = 3 OR WS-RUN-MODE = 4
                   OR WS-RUN-MODE = 5
                   MOVE 'Y' TO FLAGSW
                   MOVE SPACES TO ERR-MSG
                   DISPLAY SCR-MODE-ERROR
               ELSE
                   MOVE "ERROR: 1 to 5 Only" TO ERR-MSG
                   DISPLAY SCR-MODE-ERROR
               END-IF
           END-PERFORM.
               INTO WS-POPUL-FILENAME
           END-STRING
           PERFORM INIT-BRANCH-NAMES
           PERFORM LOAD-FACULTY-RTN
           MOVE WS-SEMESTER TO H4-SEMESTER
           MOVE WS-SCHOOL-YEAR TO H5-YEAR
           OPEN EXTEND POPHIST-FILE
           IF WS-PH-STATUS = "35"
               OPEN OUTPUT POPHIST-FILE
           END-IF
           OPEN EXTEND CRSHIST-FILE
           IF WS-CRH-STATUS = "35"
               OPEN OUTPUT CRSHIST-FILE
           END-IF
           OPEN OUTPUT POPUL-FILE
      *> the resolved folder goes on the run's report, so a printout
      *> always says which data set it came from.
               END-IF
           END-IF

      *> the faculty counts come off the faculty master the same way:
      *> pre-filled, confirmed on the screen.
           IF WS-FAC-LOADED = 'Y'
               MOVE FCB-REG(BCODE-IN) TO NUMREGFAC-IN
               MOVE FCB-PT(BCODE-IN) TO NUMPTFAC-IN
               IF WS-IMP-ACTIVE = 'N'
                   MOVE "Faculty counted from faculty master - confirm"
                       TO ERR-MSG
                   DISPLAY SCR-ERROR
               END-IF
           END-IF

           PERFORM GET-BRANCH-FIGURES
           MOVE 'N' TO WS-IMP-ACTIVE

               MOVE IMP-STUD(WS-CRS-IDX) TO CRS-STUD-IN
               MOVE IMP-REG(WS-CRS-IDX) TO CRS-REG-IN
               MOVE 0 TO CRS-FAC-IN
               PERFORM VARYING WS-CRS-YL FROM 1 BY 1
                   UNTIL WS-CRS-YL > 5
                   MOVE IMP-YL(WS-CRS-IDX, WS-CRS-YL)
                       TO CRS-YL-IN(WS-CRS-YL)
               END-PERFORM
           ELSE
               MOVE SPACES TO CRS-NAME-IN
               MOVE 0 TO CRS-STUD-IN CRS-REG-IN CRS-FAC-IN
               MOVE 0 TO CRS-YL1-IN CRS-YL2-IN CRS-YL3-IN
                   CRS-YL4-IN CRS-YL5-IN
           END-IF
           DISPLAY SCR-CRS-HDR
           DISPLAY SCR-CRS-NAME
               END-IF
           END-PERFORM

      *> the year-level split feeds the enrollment projection.
           MOVE 'N' TO FLAGSW
           PERFORM UNTIL FLAGSW = 'Y'
               DISPLAY SCR-CRS-YL
               ACCEPT SCR-CRS-YL
               COMPUTE WS-CRS-YL-SUM = CRS-YL1-IN + CRS-YL2-IN
                   + CRS-YL3-IN + CRS-YL4-IN + CRS-YL5-IN
               IF WS-CRS-YL-SUM NOT = CRS-STUD-IN
                   MOVE "ERROR: Year levels do not sum to course total"
                       TO ERR-MSG
                   DISPLAY SCR-CRS-ERROR
               ELSE
                   MOVE 'Y' TO FLAGSW
                   MOVE SPACES TO ERR-MSG
                   DISPLAY SCR-CRS-ERROR
               END-IF
           END-PERFORM

           DISPLAY SCR-CRS-FAC
           ACCEPT SCR-CRS-FAC

           COMPUTE BRC-IRREG(BCODE-IN, WS-CRS-IDX) =
               CRS-STUD-IN - CRS-REG-IN
           MOVE CRS-FAC-IN TO BRC-FAC(BCODE-IN, WS-CRS-IDX)
           PERFORM VARYING WS-CRS-YL FROM 1 BY 1 UNTIL WS-CRS-YL > 5
               MOVE CRS-YL-IN(WS-CRS-YL)
                   TO BRC-YL(BCODE-IN, WS-CRS-IDX, WS-CRS-YL)
           END-PERFORM
      *> same no-faculty guard and ceiling check as the branch level.
           IF CRS-FAC-IN = 0
               MOVE 0 TO BRC-RATIO(BCODE-IN, WS-CRS-IDX)

           DISPLAY SCR-FINAL
           CLOSE POPHIST-FILE
           CLOSE CRSHIST-FILE
           CLOSE POPUL-FILE.

       WRITE-ONE-BRANCH.
           MOVE BRC-FAC(WS-BR-SLOT, WS-CRS-IDX) TO CRS-FAC-OUT
           MOVE BRC-RATIO(WS-BR-SLOT, WS-CRS-IDX) TO CRS-RATIO-OUT
           MOVE BRC-FLAG(WS-BR-SLOT, WS-CRS-IDX) TO CRS-FLAG-OUT
           WRITE OUTREC FROM CRS-OUT

           MOVE WS-SCHOOL-YEAR TO CRH-YEAR
           MOVE WS-SEMESTER TO CRH-SEMESTER
           MOVE WS-BR-SLOT TO CRH-BCODE
           MOVE BRC-NAME(WS-BR-SLOT, WS-CRS-IDX) TO CRH-COURSE
           MOVE BRC-STUD(WS-BR-SLOT, WS-CRS-IDX) TO CRH-STUD
           MOVE BRC-REG(WS-BR-SLOT, WS-CRS-IDX) TO CRH-REG
           MOVE BRC-IRREG(WS-BR-SLOT, WS-CRS-IDX) TO CRH-IRREG
           MOVE BRC-FAC(WS-BR-SLOT, WS-CRS-IDX) TO CRH-FAC
           PERFORM VARYING WS-CRS-YL FROM 1 BY 1 UNTIL WS-CRS-YL > 5
               MOVE BRC-YL(WS-BR-SLOT, WS-CRS-IDX, WS-CRS-YL)
                   TO CRH-YL(WS-CRS-YL)
           END-PERFORM
           WRITE CRH-LINE FROM CRH-REC.

       CHED-SUBMIT-RTN.
      *> Builds the year's submission straight from POPHIST.TXT: both
               UNTIL WS-IMP-J > 6
               MOVE 0 TO IMPC-STUD(WS-IMP-J)
               MOVE 0 TO IMPC-REG(WS-IMP-J)
               PERFORM VARYING WS-IMP-YL FROM 1 BY 1
                   UNTIL WS-IMP-YL > 5
                   MOVE 0 TO IMPC-YL(WS-IMP-J, WS-IMP-YL)
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-IMP-TOT-STUD WS-IMP-TOT-REG
           MOVE 'N' TO WS-IMP-EOF
                       TO IMP-STUD(WS-IMP-COUNT)
                   MOVE IMPC-REG(WS-IMP-J)
                       TO IMP-REG(WS-IMP-COUNT)
                   PERFORM VARYING WS-IMP-YL FROM 1 BY 1
                       UNTIL WS-IMP-YL > 5
                       MOVE IMPC-YL(WS-IMP-J, WS-IMP-YL)
                           TO IMP-YL(WS-IMP-COUNT, WS-IMP-YL)
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-IMP-COUNT = 0
           END-IF
           ADD 1 TO IMPC-STUD(EN-COURSE-CODE)
           ADD 1 TO WS-IMP-TOT-STUD
      *> a year past fifth counts as fifth; a blank or zero year is
      *> taken as a first-year, so the levels still add up.
           IF EN-YEAR NUMERIC AND EN-YEAR > 0
               IF EN-YEAR > 5
                   MOVE 5 TO WS-IMP-YL
               ELSE
                   MOVE EN-YEAR TO WS-IMP-YL
               END-IF
           ELSE
               MOVE 1 TO WS-IMP-YL
           END-IF
           ADD 1 TO IMPC-YL(EN-COURSE-CODE, WS-IMP-YL)
           IF FUNCTION UPPER-CASE(EN-STUD-TYPE) NOT = 'I'
               ADD 1 TO IMPC-REG(EN-COURSE-CODE)
               ADD 1 TO WS-IMP-TOT-REG
           END-IF.

       LOAD-FACULTY-RTN.
      *> Reads the faculty master into WS-FAC-TABLE and counts each
      *> person once at their home branch. Records with a bad
      *> employee number, branch, status or load are skipped, as is
      *> a second record for the same employee. No master on file
      *> leaves the faculty counts keyed by hand as before.
           MOVE 'N' TO WS-FAC-LOADED
           MOVE 0 TO WS-FAC-COUNT WS-FAC-SKIPPED
           PERFORM VARYING WS-FAC-BR FROM 1 BY 1
               UNTIL WS-FAC-BR > 10
               MOVE 0 TO FCB-REG(WS-FAC-BR)
               MOVE 0 TO FCB-PT(WS-FAC-BR)
           END-PERFORM
           OPEN INPUT FACULTY-FILE
           IF WS-FM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FAC-EOF
           PERFORM UNTIL WS-FAC-EOF = 'Y'
               READ FACULTY-FILE
                   AT END
                       MOVE 'Y' TO WS-FAC-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-FACULTY
               END-READ
           END-PERFORM
           CLOSE FACULTY-FILE
           MOVE 'Y' TO WS-FAC-LOADED.

       LOAD-ONE-FACULTY.
           MOVE 'Y' TO WS-FAC-OK
           IF FM-EMP-NO NOT NUMERIC
               OR FM-HOME-BR NOT NUMERIC
               OR FM-HOME-BR < 1 OR FM-HOME-BR > 10
               OR (FM-STATUS NOT = 'R' AND FM-STATUS NOT = 'P')
               OR FM-LOAD-COUNT NOT NUMERIC
               OR FM-LOAD-COUNT > 8
               OR WS-FAC-COUNT >= 500
               MOVE 'N' TO WS-FAC-OK
           ELSE
               PERFORM VARYING WS-FAC-K FROM 1 BY 1
                   UNTIL WS-FAC-K > FM-LOAD-COUNT
                   IF FM-LD-BRANCH(WS-FAC-K) NOT NUMERIC
                       OR FM-LD-BRANCH(WS-FAC-K) < 1
                       OR FM-LD-BRANCH(WS-FAC-K) > 10
                       OR FM-LD-UNITS(WS-FAC-K) NOT NUMERIC
                       MOVE 'N' TO WS-FAC-OK
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FAC-OK = 'N'
               ADD 1 TO WS-FAC-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FAC-DUP
           PERFORM VARYING WS-FAC-J FROM 1 BY 1
               UNTIL WS-FAC-J > WS-FAC-COUNT
               IF FT-EMP-NO(WS-FAC-J) = FM-EMP-NO
                   MOVE 'Y' TO WS-FAC-DUP
               END-IF
           END-PERFORM
           IF WS-FAC-DUP = 'Y'
               ADD 1 TO WS-FAC-SKIPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FAC-COUNT
           MOVE FM-EMP-NO TO FT-EMP-NO(WS-FAC-COUNT)
           MOVE FM-NAME TO FT-NAME(WS-FAC-COUNT)
           MOVE FM-HOME-BR TO FT-HOME-BR(WS-FAC-COUNT)
           MOVE FM-STATUS TO FT-STATUS(WS-FAC-COUNT)
           MOVE FM-RANK TO FT-RANK(WS-FAC-COUNT)
           MOVE FM-LOAD-COUNT TO FT-LOAD-COUNT(WS-FAC-COUNT)
           MOVE 0 TO FT-UNITS(WS-FAC-COUNT)
           PERFORM VARYING WS-FAC-K FROM 1 BY 1
               UNTIL WS-FAC-K > 8
               IF WS-FAC-K <= FM-LOAD-COUNT
                   MOVE FM-LD-BRANCH(WS-FAC-K)
                       TO FT-LD-BRANCH(WS-FAC-COUNT, WS-FAC-K)
                   MOVE FM-LD-COURSE(WS-FAC-K)
                       TO FT-LD-COURSE(WS-FAC-COUNT, WS-FAC-K)
                   MOVE FM-LD-UNITS(WS-FAC-K)
                       TO FT-LD-UNITS(WS-FAC-COUNT, WS-FAC-K)
                   ADD FM-LD-UNITS(WS-FAC-K)
                       TO FT-UNITS(WS-FAC-COUNT)
               ELSE
                   MOVE 0 TO FT-LD-BRANCH(WS-FAC-COUNT, WS-FAC-K)
                   MOVE SPACES TO FT-LD-COURSE(WS-FAC-COUNT, WS-FAC-K)
                   MOVE 0 TO FT-LD-UNITS(WS-FAC-COUNT, WS-FAC-K)
               END-IF
           END-PERFORM
           IF FM-STATUS = 'R'
               ADD 1 TO FCB-REG(FM-HOME-BR)
           ELSE
               ADD 1 TO FCB-PT(FM-HOME-BR)
           END-IF.

       FACULTY-LOAD-RTN.
      *> Teaching load per home branch: every faculty member's total
      *> units across all the campuses they teach at, with the
      *> courses beneath, flagged over the maximum load for their
      *> status or, for regulars, under the minimum regular load.
           DISPLAY SCR-TERM
           ACCEPT SCR-TERM
           PERFORM INIT-BRANCH-NAMES
           PERFORM LOAD-FACULTY-RTN
           IF WS-FAC-LOADED = 'N'
               MOVE "ERROR: No faculty master on file" TO ERR-MSG
               DISPLAY SCR-CMP-ERROR
               ACCEPT EOFSW
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FACLOAD-FILE
           MOVE WS-SEMESTER TO FL-TTL-SEM
           MOVE WS-SCHOOL-YEAR TO FL-TTL-YEAR
           WRITE FACLOAD-LINE FROM FL-TITLE
           PERFORM WRITE-FL-BRANCH
               VARYING WS-FAC-BR FROM 1 BY 1
               UNTIL WS-FAC-BR > 10
           MOVE SPACES TO FACLOAD-LINE
           WRITE FACLOAD-LINE
           MOVE WS-FAC-COUNT TO FL-TRL-COUNT
           MOVE WS-FAC-SKIPPED TO FL-TRL-SKIPPED
           WRITE FACLOAD-LINE FROM FL-TRAILER
           CLOSE FACLOAD-FILE
           ADD WS-FAC-COUNT TO WS-AUD-RECORDS
           DISPLAY SCR-FL-DONE
           ACCEPT EOFSW.

       WRITE-FL-BRANCH.
           COMPUTE WS-FAC-BR-CNT = FCB-REG(WS-FAC-BR)
               + FCB-PT(WS-FAC-BR)
           IF WS-FAC-BR-CNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FAC-OVER WS-FAC-UNDER
           MOVE SPACES TO FACLOAD-LINE
           WRITE FACLOAD-LINE
           MOVE BRANCH-NAME-ENTRY(WS-FAC-BR) TO FL-BR-NAME
           WRITE FACLOAD-LINE FROM FL-BRANCH-LINE
           WRITE FACLOAD-LINE FROM FL-COLS
           PERFORM WRITE-FL-FACULTY
               VARYING WS-FAC-J FROM 1 BY 1
               UNTIL WS-FAC-J > WS-FAC-COUNT
           MOVE FCB-REG(WS-FAC-BR) TO FL-TOT-REG
           MOVE FCB-PT(WS-FAC-BR) TO FL-TOT-PT
           MOVE WS-FAC-OVER TO FL-TOT-OVER
           MOVE WS-FAC-UNDER TO FL-TOT-UNDER
           WRITE FACLOAD-LINE FROM FL-BR-TOTAL.

       WRITE-FL-FACULTY.
           IF FT-HOME-BR(WS-FAC-J) NOT = WS-FAC-BR
               EXIT PARAGRAPH
           END-IF
           MOVE FT-EMP-NO(WS-FAC-J) TO FL-EMP-NO
           MOVE FT-NAME(WS-FAC-J) TO FL-NAME
           MOVE FT-STATUS(WS-FAC-J) TO FL-STATUS
           MOVE FT-RANK(WS-FAC-J) TO FL-RANK
           MOVE FT-UNITS(WS-FAC-J) TO WS-FAC-UNITS
           MOVE WS-FAC-UNITS TO FL-UNITS
           MOVE SPACES TO FL-FLAG
           IF FT-STATUS(WS-FAC-J) = 'R'
               IF WS-FAC-UNITS > WS-MAX-LOAD-REG
                   MOVE "** OVER MAX" TO FL-FLAG
                   ADD 1 TO WS-FAC-OVER
               ELSE
                   IF WS-FAC-UNITS < WS-MIN-LOAD-REG
                       MOVE "** UNDER MIN" TO FL-FLAG
                       ADD 1 TO WS-FAC-UNDER
                   END-IF
               END-IF
           ELSE
               IF WS-FAC-UNITS > WS-MAX-LOAD-PT
                   MOVE "** OVER MAX" TO FL-FLAG
                   ADD 1 TO WS-FAC-OVER
               END-IF
           END-IF
           WRITE FACLOAD-LINE FROM FL-DETAIL
           PERFORM VARYING WS-FAC-K FROM 1 BY 1
               UNTIL WS-FAC-K > FT-LOAD-COUNT(WS-FAC-J)
               MOVE FT-LD-COURSE(WS-FAC-J, WS-FAC-K) TO FL-CRS-NAME
               MOVE BRANCH-NAME-ENTRY(FT-LD-BRANCH(WS-FAC-J, WS-FAC-K))
                   TO FL-CRS-BRANCH
               MOVE FT-LD-UNITS(WS-FAC-J, WS-FAC-K) TO FL-CRS-UNITS
               WRITE FACLOAD-LINE FROM FL-COURSE-LINE
           END-PERFORM.

       PROJECTION-RTN.
      *> Projects the same semester of the next school year from the
      *> term keyed here, per branch and course, and holds any
      *> projection made earlier for the keyed term up against what
      *> was actually entered.
           DISPLAY SCR-TERM
           ACCEPT SCR-TERM
           MOVE WS-SCHOOL-YEAR TO WS-YR-IN
           PERFORM NEXT-SCHOOL-YEAR
           IF WS-YR-OUT = SPACES
               MOVE "ERROR: School year must read like 2025-2026"
                   TO ERR-MSG
               DISPLAY SCR-CMP-ERROR
               ACCEPT EOFSW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-YR-OUT TO WS-PRJ-TGT-YEAR
           PERFORM INIT-BRANCH-NAMES
           PERFORM LOAD-PRJ-HISTORY
      *> a history too long for the tables would project from part
      *> of it; nothing is written until the history is cut back.
           IF WS-PRJ-FULL = 'Y'
               MOVE "ERROR: History too long - no projection made"
                   TO ERR-MSG
               DISPLAY SCR-CMP-ERROR
               ACCEPT EOFSW
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PROJECT-FILE
           OPEN EXTEND PROJHIST-FILE
           IF WS-PJ-STATUS = "35"
               OPEN OUTPUT PROJHIST-FILE
           END-IF
           MOVE WS-SEMESTER TO PRJ-TTL-SEM
           MOVE WS-PRJ-TGT-YEAR TO PRJ-TTL-YEAR
           WRITE PROJECT-LINE FROM PRJ-TITLE
           MOVE WS-SEMESTER TO PRJ-TT2-SEM
           MOVE WS-SCHOOL-YEAR TO PRJ-TT2-YEAR
           WRITE PROJECT-LINE FROM PRJ-TITLE-2
           PERFORM PROJECT-ONE-BRANCH
               VARYING WS-PRJ-BR FROM 1 BY 1
               UNTIL WS-PRJ-BR > 10
           CLOSE PROJHIST-FILE

           PERFORM WRITE-PRJ-ACCURACY
           CLOSE PROJECT-FILE
           DISPLAY SCR-PRJ-DONE
           ACCEPT EOFSW.

       NEXT-SCHOOL-YEAR.
      *> 2025-2026 becomes 2026-2027; anything else comes back blank.
           MOVE SPACES TO WS-YR-OUT
           IF WS-YR-IN-1 NOT NUMERIC OR WS-YR-IN-2 NOT NUMERIC
               OR WS-YR-IN-DASH NOT = '-'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-YR-OUT-1 = WS-YR-IN-1 + 1
           MOVE '-' TO WS-YR-OUT-DASH
           COMPUTE WS-YR-OUT-2 = WS-YR-IN-2 + 1.

       LOAD-PRJ-HISTORY.
      *> the keyed semester's rows only; a later row for the same
      *> year, branch and course replaces an earlier one.
           MOVE 0 TO WS-CHT-COUNT WS-PHT-COUNT WS-PJT-COUNT
           MOVE 'N' TO WS-PRJ-FULL
           OPEN INPUT CRSHIST-FILE
           IF WS-CRH-STATUS = "00"
               MOVE 'N' TO WS-PRJ-EOF
               PERFORM UNTIL WS-PRJ-EOF = 'Y'
                   READ CRSHIST-FILE
                       AT END
                           MOVE 'Y' TO WS-PRJ-EOF
                       NOT AT END
                           MOVE CRH-LINE TO CRH-REC
                           PERFORM LOAD-CHT-ROW
                   END-READ
               END-PERFORM
               CLOSE CRSHIST-FILE
           END-IF

           OPEN INPUT POPHIST-FILE
           IF WS-PH-STATUS = "00"
               MOVE 'N' TO WS-PRJ-EOF
               PERFORM UNTIL WS-PRJ-EOF = 'Y'
                   READ POPHIST-FILE
                       AT END
                           MOVE 'Y' TO WS-PRJ-EOF
                       NOT AT END
                           MOVE PH-LINE TO PH-REC
                           PERFORM LOAD-PHT-ROW
                   END-READ
               END-PERFORM
               CLOSE POPHIST-FILE
           END-IF

           OPEN INPUT PROJHIST-FILE
           IF WS-PJ-STATUS = "00"
               MOVE 'N' TO WS-PRJ-EOF
               PERFORM UNTIL WS-PRJ-EOF = 'Y'
                   READ PROJHIST-FILE
                       AT END
                           MOVE 'Y' TO WS-PRJ-EOF
                       NOT AT END
                           MOVE PJ-LINE TO PJ-REC
                           PERFORM LOAD-PJT-ROW
                   END-READ
               END-PERFORM
               CLOSE PROJHIST-FILE
           END-IF.

       LOAD-CHT-ROW.
           IF CRH-SEMESTER NOT = WS-SEMESTER
               OR CRH-BCODE NOT NUMERIC
               OR CRH-STUD NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CRH-YEAR TO WS-PRJ-KEY-YEAR
           MOVE CRH-BCODE TO WS-PRJ-KEY-BR
           MOVE CRH-COURSE TO WS-PRJ-KEY-CRS
           PERFORM FIND-CHT-ROW
           IF WS-PRJ-FOUND = 'N'
               IF WS-CHT-COUNT >= 1000
                   MOVE 'Y' TO WS-PRJ-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CHT-COUNT
               MOVE WS-CHT-COUNT TO WS-PRJ-R2
           END-IF
           MOVE CRH-YEAR TO CHT-YEAR(WS-PRJ-R2)
           MOVE CRH-BCODE TO CHT-BCODE(WS-PRJ-R2)
           MOVE CRH-COURSE TO CHT-COURSE(WS-PRJ-R2)
           MOVE CRH-STUD TO CHT-STUD(WS-PRJ-R2)
           MOVE CRH-IRREG TO CHT-IRREG(WS-PRJ-R2)
           MOVE CRH-FAC TO CHT-FAC(WS-PRJ-R2)
           PERFORM VARYING WS-PRJ-K FROM 1 BY 1 UNTIL WS-PRJ-K > 5
               MOVE CRH-YL(WS-PRJ-K) TO CHT-YL(WS-PRJ-R2, WS-PRJ-K)
           END-PERFORM.

       FIND-CHT-ROW.
      *> looks up year/branch/course in the course history table;
      *> WS-PRJ-R2 is left on the row when WS-PRJ-FOUND is 'Y'.
           MOVE 'N' TO WS-PRJ-FOUND
           PERFORM VARYING WS-PRJ-R2 FROM 1 BY 1
               UNTIL WS-PRJ-R2 > WS-CHT-COUNT OR WS-PRJ-FOUND = 'Y'
               IF CHT-YEAR(WS-PRJ-R2) = WS-PRJ-KEY-YEAR
                   AND CHT-BCODE(WS-PRJ-R2) = WS-PRJ-KEY-BR
                   AND CHT-COURSE(WS-PRJ-R2) = WS-PRJ-KEY-CRS
                   MOVE 'Y' TO WS-PRJ-FOUND
               END-IF
           END-PERFORM
           IF WS-PRJ-FOUND = 'Y'
               SUBTRACT 1 FROM WS-PRJ-R2
           END-IF.

       LOAD-PHT-ROW.
           IF PH-SEMESTER NOT = WS-SEMESTER
               OR PH-BCODE NOT NUMERIC
               OR PH-BCODE < 1 OR PH-BCODE > 10
               OR PH-STUD NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE PH-YEAR TO WS-PRJ-KEY-YEAR
           MOVE PH-BCODE TO WS-PRJ-KEY-BR
           PERFORM FIND-PHT-ROW
           IF WS-PRJ-FOUND = 'N'
               IF WS-PHT-COUNT >= 300
                   MOVE 'Y' TO WS-PRJ-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PHT-COUNT
               MOVE WS-PHT-COUNT TO WS-PRJ-R2
           END-IF
           MOVE PH-YEAR TO PHT-YEAR(WS-PRJ-R2)
           MOVE PH-BCODE TO PHT-BCODE(WS-PRJ-R2)
           MOVE PH-STUD TO PHT-STUD(WS-PRJ-R2)
           MOVE PH-FAC TO PHT-FAC(WS-PRJ-R2)
      *> rows from before the split was kept read non-numeric.
           IF PH-IRREG NUMERIC
               MOVE PH-IRREG TO PHT-IRREG(WS-PRJ-R2)
           ELSE
               MOVE 0 TO PHT-IRREG(WS-PRJ-R2)
           END-IF.

       FIND-PHT-ROW.
           MOVE 'N' TO WS-PRJ-FOUND
           PERFORM VARYING WS-PRJ-R2 FROM 1 BY 1
               UNTIL WS-PRJ-R2 > WS-PHT-COUNT OR WS-PRJ-FOUND = 'Y'
               IF PHT-YEAR(WS-PRJ-R2) = WS-PRJ-KEY-YEAR
                   AND PHT-BCODE(WS-PRJ-R2) = WS-PRJ-KEY-BR
                   MOVE 'Y' TO WS-PRJ-FOUND
               END-IF
           END-PERFORM
           IF WS-PRJ-FOUND = 'Y'
               SUBTRACT 1 FROM WS-PRJ-R2
           END-IF.

       LOAD-PJT-ROW.
      *> only projections made for the keyed term matter here.
           IF PJ-YEAR NOT = WS-SCHOOL-YEAR
               OR PJ-SEMESTER NOT = WS-SEMESTER
               OR PJ-BCODE NOT NUMERIC
               OR PJ-STUD NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PRJ-FOUND
           PERFORM VARYING WS-PRJ-R2 FROM 1 BY 1
               UNTIL WS-PRJ-R2 > WS-PJT-COUNT OR WS-PRJ-FOUND = 'Y'
               IF PJT-BCODE(WS-PRJ-R2) = PJ-BCODE
                   AND PJT-COURSE(WS-PRJ-R2) = PJ-COURSE
                   MOVE 'Y' TO WS-PRJ-FOUND
               END-IF
           END-PERFORM
           IF WS-PRJ-FOUND = 'Y'
               SUBTRACT 1 FROM WS-PRJ-R2
           ELSE
               IF WS-PJT-COUNT >= 300
                   MOVE 'Y' TO WS-PRJ-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PJT-COUNT
               MOVE WS-PJT-COUNT TO WS-PRJ-R2
           END-IF
           MOVE PJ-BCODE TO PJT-BCODE(WS-PRJ-R2)
           MOVE PJ-COURSE TO PJT-COURSE(WS-PRJ-R2)
           MOVE PJ-STUD TO PJT-STUD(WS-PRJ-R2)
           MOVE PJ-BASE-YEAR TO PJT-BASE-YEAR(WS-PRJ-R2).

       PROJECT-ONE-BRANCH.
      *> course by course where the keyed term has course history;
      *> a branch entered before that was kept falls back to the
      *> yearly trend in its branch total.
           MOVE 0 TO WS-PRJ-BR-CRS WS-PRJ-BR-STUD WS-PRJ-BR-REG
               WS-PRJ-BR-IRREG WS-PRJ-BR-BASE WS-PRJ-BR-FRESH
               WS-PRJ-BR-FACNOW
           PERFORM VARYING WS-PRJ-B FROM 1 BY 1
               UNTIL WS-PRJ-B > WS-CHT-COUNT
               IF CHT-BCODE(WS-PRJ-B) = WS-PRJ-BR
                   AND CHT-YEAR(WS-PRJ-B) = WS-SCHOOL-YEAR
                   ADD 1 TO WS-PRJ-BR-CRS
               END-IF
           END-PERFORM
           MOVE WS-SCHOOL-YEAR TO WS-PRJ-KEY-YEAR
           MOVE WS-PRJ-BR TO WS-PRJ-KEY-BR
           PERFORM FIND-PHT-ROW
           IF WS-PRJ-BR-CRS = 0 AND WS-PRJ-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PROJECT-LINE
           WRITE PROJECT-LINE
           MOVE BRANCH-NAME-ENTRY(WS-PRJ-BR) TO PRJ-BR-NAME
           WRITE PROJECT-LINE FROM PRJ-BRANCH-LINE
           WRITE PROJECT-LINE FROM PRJ-COLS

           IF WS-PRJ-BR-CRS = 0
               PERFORM PROJECT-BRANCH-TREND
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PRJ-B FROM 1 BY 1
               UNTIL WS-PRJ-B > WS-CHT-COUNT
               IF CHT-BCODE(WS-PRJ-B) = WS-PRJ-BR
                   AND CHT-YEAR(WS-PRJ-B) = WS-SCHOOL-YEAR
                   PERFORM PROJECT-ONE-COURSE
               END-IF
           END-PERFORM

      *> branch faculty is rated on the branch total: courses share
      *> the same teachers, so the course needs do not simply add.
           MOVE WS-SCHOOL-YEAR TO WS-PRJ-KEY-YEAR
           MOVE WS-PRJ-BR TO WS-PRJ-KEY-BR
           PERFORM FIND-PHT-ROW
           IF WS-PRJ-FOUND = 'Y'
               MOVE PHT-FAC(WS-PRJ-R2) TO WS-PRJ-BR-FACNOW
           END-IF
           MOVE WS-PRJ-BR-STUD TO WS-PRJ-STUD
           MOVE WS-PRJ-BR-REG TO WS-PRJ-REG
           MOVE WS-PRJ-BR-IRREG TO WS-PRJ-IRREG
           MOVE WS-PRJ-BR-BASE TO WS-PRJ-BASE
           MOVE WS-PRJ-BR-FRESH TO WS-PRJ-FRESH
           MOVE WS-PRJ-BR-FACNOW TO WS-PRJ-FAC-NOW
           MOVE SPACES TO WS-PRJ-NOTE
           MOVE "BRANCH TOTAL" TO PRJ-COURSE
           PERFORM WRITE-PRJ-LINE.

       PROJECT-ONE-COURSE.
      *> progression rate per year level, summed over every pair of
      *> consecutive school years on file for this course, and the
      *> average yearly change in first-years.
           PERFORM VARYING WS-PRJ-K FROM 1 BY 1 UNTIL WS-PRJ-K > 4
               MOVE 0 TO PRT-NUM(WS-PRJ-K) PRT-DEN(WS-PRJ-K)
           END-PERFORM
           MOVE 0 TO WS-PRJ-PAIRS WS-PRJ-CHG
           PERFORM VARYING WS-PRJ-R FROM 1 BY 1
               UNTIL WS-PRJ-R > WS-CHT-COUNT
               IF CHT-BCODE(WS-PRJ-R) = WS-PRJ-BR
                   AND CHT-COURSE(WS-PRJ-R) = CHT-COURSE(WS-PRJ-B)
                   PERFORM ADD-PROGRESSION-PAIR
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-PRJ-NOTE
           IF WS-PRJ-PAIRS = 0
               MOVE "NO HISTORY" TO WS-PRJ-NOTE
           END-IF
           PERFORM VARYING WS-PRJ-K FROM 1 BY 1 UNTIL WS-PRJ-K > 4
               IF PRT-DEN(WS-PRJ-K) = 0
                   MOVE 1 TO PRT-RATE(WS-PRJ-K)
               ELSE
                   COMPUTE PRT-RATE(WS-PRJ-K) ROUNDED =
                       PRT-NUM(WS-PRJ-K) / PRT-DEN(WS-PRJ-K)
               END-IF
           END-PERFORM

           IF WS-PRJ-PAIRS = 0
               MOVE 0 TO WS-PRJ-AVG
           ELSE
               COMPUTE WS-PRJ-AVG ROUNDED =
                   WS-PRJ-CHG / WS-PRJ-PAIRS
           END-IF
           COMPUTE WS-PRJ-WORK ROUNDED =
               CHT-YL(WS-PRJ-B, 1) + WS-PRJ-AVG
           IF WS-PRJ-WORK < 0
               MOVE 0 TO WS-PRJ-WORK
           END-IF
           MOVE WS-PRJ-WORK TO WS-PRJ-YL(1)
           PERFORM VARYING WS-PRJ-K FROM 1 BY 1 UNTIL WS-PRJ-K > 4
               COMPUTE WS-PRJ-YL(WS-PRJ-K + 1) ROUNDED =
                   CHT-YL(WS-PRJ-B, WS-PRJ-K) * PRT-RATE(WS-PRJ-K)
           END-PERFORM
           MOVE WS-PRJ-YL(1) TO WS-PRJ-FRESH
           COMPUTE WS-PRJ-STUD = WS-PRJ-YL(1) + WS-PRJ-YL(2)
               + WS-PRJ-YL(3) + WS-PRJ-YL(4) + WS-PRJ-YL(5)

      *> the regular/irregular split holds at this term's share.
           MOVE CHT-STUD(WS-PRJ-B) TO WS-PRJ-BASE
           MOVE CHT-IRREG(WS-PRJ-B) TO WS-PRJ-BASE-IRR
           PERFORM SPLIT-PROJECTION
           MOVE CHT-FAC(WS-PRJ-B) TO WS-PRJ-FAC-NOW
           MOVE CHT-COURSE(WS-PRJ-B) TO PRJ-COURSE
           PERFORM WRITE-PRJ-LINE

           ADD WS-PRJ-STUD TO WS-PRJ-BR-STUD
           ADD WS-PRJ-REG TO WS-PRJ-BR-REG
           ADD WS-PRJ-IRREG TO WS-PRJ-BR-IRREG
           ADD WS-PRJ-BASE TO WS-PRJ-BR-BASE
           ADD WS-PRJ-FRESH TO WS-PRJ-BR-FRESH.

       ADD-PROGRESSION-PAIR.
      *> WS-PRJ-R is one school year of the course; pair it with the
      *> next school year if that is on file too.
           MOVE CHT-YEAR(WS-PRJ-R) TO WS-YR-IN
           PERFORM NEXT-SCHOOL-YEAR
           IF WS-YR-OUT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-YR-OUT TO WS-PRJ-KEY-YEAR
           MOVE WS-PRJ-BR TO WS-PRJ-KEY-BR
           MOVE CHT-COURSE(WS-PRJ-R) TO WS-PRJ-KEY-CRS
           PERFORM FIND-CHT-ROW
           IF WS-PRJ-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRJ-PAIRS
           PERFORM VARYING WS-PRJ-K FROM 1 BY 1 UNTIL WS-PRJ-K > 4
               ADD CHT-YL(WS-PRJ-R, WS-PRJ-K) TO PRT-DEN(WS-PRJ-K)
               ADD CHT-YL(WS-PRJ-R2, WS-PRJ-K + 1)
                   TO PRT-NUM(WS-PRJ-K)
           END-PERFORM
           COMPUTE WS-PRJ-CHG = WS-PRJ-CHG
               + CHT-YL(WS-PRJ-R2, 1) - CHT-YL(WS-PRJ-R, 1).

       PROJECT-BRANCH-TREND.
      *> no course history for the keyed term: the branch total
      *> moves by its average yearly change on POPHIST.
           MOVE WS-PRJ-R2 TO WS-PRJ-B
           MOVE 0 TO WS-PRJ-PAIRS WS-PRJ-CHG
           PERFORM VARYING WS-PRJ-R FROM 1 BY 1
               UNTIL WS-PRJ-R > WS-PHT-COUNT
               IF PHT-BCODE(WS-PRJ-R) = WS-PRJ-BR
                   MOVE PHT-YEAR(WS-PRJ-R) TO WS-YR-IN
                   PERFORM NEXT-SCHOOL-YEAR
                   IF WS-YR-OUT NOT = SPACES
                       MOVE WS-YR-OUT TO WS-PRJ-KEY-YEAR
                       PERFORM FIND-PHT-ROW
                       IF WS-PRJ-FOUND = 'Y'
                           ADD 1 TO WS-PRJ-PAIRS
                           COMPUTE WS-PRJ-CHG = WS-PRJ-CHG
                               + PHT-STUD(WS-PRJ-R2)
                               - PHT-STUD(WS-PRJ-R)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PRJ-PAIRS = 0
               MOVE 0 TO WS-PRJ-AVG
           ELSE
               COMPUTE WS-PRJ-AVG ROUNDED =
                   WS-PRJ-CHG / WS-PRJ-PAIRS
           END-IF
           COMPUTE WS-PRJ-WORK ROUNDED =
               PHT-STUD(WS-PRJ-B) + WS-PRJ-AVG
           IF WS-PRJ-WORK < 0
               MOVE 0 TO WS-PRJ-WORK
           END-IF
           MOVE WS-PRJ-WORK TO WS-PRJ-STUD
           MOVE PHT-STUD(WS-PRJ-B) TO WS-PRJ-BASE
           MOVE PHT-IRREG(WS-PRJ-B) TO WS-PRJ-BASE-IRR
           PERFORM SPLIT-PROJECTION
           MOVE 0 TO WS-PRJ-FRESH
           MOVE PHT-FAC(WS-PRJ-B) TO WS-PRJ-FAC-NOW
           MOVE "BRANCH TREND" TO WS-PRJ-NOTE
           MOVE "BRANCH TOTAL" TO PRJ-COURSE
           PERFORM WRITE-PRJ-LINE.

       SPLIT-PROJECTION.
           IF WS-PRJ-BASE = 0
               MOVE 0 TO WS-PRJ-IRREG
           ELSE
               COMPUTE WS-PRJ-IRREG ROUNDED = WS-PRJ-STUD
                   * WS-PRJ-BASE-IRR / WS-PRJ-BASE
           END-IF
           COMPUTE WS-PRJ-REG = WS-PRJ-STUD - WS-PRJ-IRREG.

       WRITE-PRJ-LINE.
      *> faculty needed at the ratio ceiling, rounded up, and how
      *> many more than this term's count that means. The figures
      *> also go on PROJHIST for the later accuracy check.
           COMPUTE WS-PRJ-FAC = WS-PRJ-STUD / WS-MAX-RATIO
           IF WS-PRJ-FAC * WS-MAX-RATIO < WS-PRJ-STUD
               ADD 1 TO WS-PRJ-FAC
           END-IF
           IF WS-PRJ-FAC > WS-PRJ-FAC-NOW
               COMPUTE WS-PRJ-ADD = WS-PRJ-FAC - WS-PRJ-FAC-NOW
           ELSE
               MOVE 0 TO WS-PRJ-ADD
           END-IF
           MOVE WS-PRJ-BASE TO PRJ-BASE
           MOVE WS-PRJ-FRESH TO PRJ-FRESH
           MOVE WS-PRJ-STUD TO PRJ-STUD
           MOVE WS-PRJ-REG TO PRJ-REG
           MOVE WS-PRJ-IRREG TO PRJ-IRREG
           MOVE WS-PRJ-FAC-NOW TO PRJ-FAC-NOW
           MOVE WS-PRJ-FAC TO PRJ-FAC
           MOVE WS-PRJ-ADD TO PRJ-ADD
           MOVE WS-PRJ-NOTE TO PRJ-NOTE
           WRITE PROJECT-LINE FROM PRJ-DETAIL

           MOVE WS-PRJ-TGT-YEAR TO PJ-YEAR
           MOVE WS-SEMESTER TO PJ-SEMESTER
           MOVE WS-PRJ-BR TO PJ-BCODE
           IF PRJ-COURSE = "BRANCH TOTAL"
               MOVE SPACES TO PJ-COURSE
           ELSE
               MOVE PRJ-COURSE TO PJ-COURSE
           END-IF
           MOVE WS-PRJ-STUD TO PJ-STUD
           MOVE WS-PRJ-REG TO PJ-REG
           MOVE WS-PRJ-IRREG TO PJ-IRREG
           MOVE WS-PRJ-FAC TO PJ-FAC
           MOVE WS-SCHOOL-YEAR TO PJ-BASE-YEAR
           WRITE PJ-LINE FROM PJ-REC
           ADD 1 TO WS-AUD-RECORDS.

       WRITE-PRJ-ACCURACY.
      *> the projection made for the keyed term, against the figures
      *> actually entered for it.
           MOVE SPACES TO PROJECT-LINE
           WRITE PROJECT-LINE
           MOVE WS-SEMESTER TO ACC-TTL-SEM
           MOVE WS-SCHOOL-YEAR TO ACC-TTL-YEAR
           WRITE PROJECT-LINE FROM ACC-TITLE
           IF WS-PJT-COUNT = 0
               WRITE PROJECT-LINE FROM ACC-NONE
               EXIT PARAGRAPH
           END-IF
           WRITE PROJECT-LINE FROM ACC-COLS
           PERFORM WRITE-ACC-DETAIL
               VARYING WS-PRJ-R FROM 1 BY 1
               UNTIL WS-PRJ-R > WS-PJT-COUNT.

       WRITE-ACC-DETAIL.
           MOVE WS-SCHOOL-YEAR TO WS-PRJ-KEY-YEAR
           MOVE PJT-BCODE(WS-PRJ-R) TO WS-PRJ-KEY-BR
           MOVE 0 TO WS-PRJ-STUD
           IF PJT-COURSE(WS-PRJ-R) = SPACES
               PERFORM FIND-PHT-ROW
               IF WS-PRJ-FOUND = 'Y'
                   MOVE PHT-STUD(WS-PRJ-R2) TO WS-PRJ-STUD
               END-IF
               MOVE "BRANCH TOTAL" TO ACC-COURSE
           ELSE
               MOVE PJT-COURSE(WS-PRJ-R) TO WS-PRJ-KEY-CRS
               PERFORM FIND-CHT-ROW
               IF WS-PRJ-FOUND = 'Y'
                   MOVE CHT-STUD(WS-PRJ-R2) TO WS-PRJ-STUD
               END-IF
               MOVE PJT-COURSE(WS-PRJ-R) TO ACC-COURSE
           END-IF
           MOVE BRANCH-NAME-ENTRY(PJT-BCODE(WS-PRJ-R)) TO ACC-BR-NAME
           MOVE PJT-STUD(WS-PRJ-R) TO ACC-PROJ
           IF WS-PRJ-FOUND = 'N'
               MOVE 0 TO ACC-ACTUAL ACC-VAR ACC-PCT
               MOVE "NOT ENTERED" TO ACC-NOTE
           ELSE
               MOVE WS-PRJ-STUD TO ACC-ACTUAL
               COMPUTE WS-PRJ-VAR = WS-PRJ-STUD - PJT-STUD(WS-PRJ-R)
               MOVE WS-PRJ-VAR TO ACC-VAR
               IF PJT-STUD(WS-PRJ-R) = 0
                   MOVE 0 TO WS-PRJ-PCT
               ELSE
                   COMPUTE WS-PRJ-PCT ROUNDED =
                       WS-PRJ-VAR * 100 / PJT-STUD(WS-PRJ-R)
               END-IF
               MOVE WS-PRJ-PCT TO ACC-PCT
               MOVE SPACES TO ACC-NOTE
           END-IF
           WRITE PROJECT-LINE FROM ACC-DETAIL.
