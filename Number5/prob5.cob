               ASSIGN TO WS-PATH-EXAMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-KEY
               FILE STATUS IS EM-STATUS.
      *> one gazette file per course; the name is built at run time
      *> the way POPULATION-REPORT names its term files.
               ASSIGN TO WS-PATH-CORRLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORR-STATUS.
      *> exam applications, keyed on the examinee number the
      *> applicant is given when the application is filed.
           SELECT APPL-MASTER
               ASSIGN TO WS-PATH-APPLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-EXAM-NO
               FILE STATUS IS AP-STATUS-CD.
      *> eligibility lists, the testing centers' rooms, and the
      *> admission notices and seat plans from the room assignment.
           SELECT ELIGACC-FILE
               ASSIGN TO WS-PATH-ELIGACC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ELIGDEF-FILE
               ASSIGN TO WS-PATH-ELIGDEF
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROOMS-FILE
               ASSIGN TO WS-PATH-ROOMS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RM-STATUS.
           SELECT ADMIT-FILE
               ASSIGN TO WS-PATH-ADMIT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEATPLAN-FILE
               ASSIGN TO WS-PATH-SEATPLAN
               ORGANIZATION IS LINE SEQUENTIAL.
      *> registry of licensed professionals, keyed on the
      *> registration number given at oath-taking.
           SELECT REGISTRY-FILE
               ASSIGN TO WS-PATH-REGISTRY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-REG-NO
               FILE STATUS IS RG-STATUS-CD.
           SELECT EXPIRING-FILE
               ASSIGN TO WS-PATH-EXPIRING
               ORGANIZATION IS LINE SEQUENTIAL.
      *> the results master as it stood before exam sittings, and
      *> the flat unload the one-time conversion carries it through.
           SELECT OLD-EXAM-MASTER
               ASSIGN TO WS-PATH-EXAMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OEM-EXAM-NO
               FILE STATUS IS OEM-STATUS.
           SELECT EXAMCONV-FILE
               ASSIGN TO WS-PATH-EXAMCONV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OUT-FILE.
       01 OUT-REC PIC X(220).

      *> Results master keyed on examinee number and exam sitting:
      *> persists across sessions, blocks a result from being keyed
      *> twice for one sitting, and answers the verification calls
      *> that come in weeks after release day. A repeater's attempts
      *> sit side by side under the one number, oldest first.
       FD EXAM-MASTER.
       01 EM-REC.
           05 EM-KEY.
               10 EM-EXAM-NO     PIC 9(10).
               10 EM-SITTING.
                   15 EM-EXAM-DATE PIC 9(8).
                   15 EM-EXAM-CODE PIC X(6).
           05 EM-EXAM-NAME   PIC X(25).
           05 EM-BIRTH-DATE  PIC X(20).
           05 EM-UNIV-CODE   PIC 9.
           05 EM-SUBJ-ENTRY OCCURS 8 TIMES.
               10 EM-SUBJ-ITEMS PIC 9(3).
               10 EM-SUBJ-SCORE PIC 9(3).
      *> attempt 1 is a first-timer; F full exam, R removal exam of
      *> the subjects under the floor; the previous sitting links
      *> back to the attempt before this one.
           05 EM-ATTEMPT-NO  PIC 99.
           05 EM-SIT-TYPE    PIC X.
           05 EM-PREV-SITTING.
               10 EM-PREV-DATE PIC 9(8).
               10 EM-PREV-CODE PIC X(6).
      *> professional registration number once the passer has taken
      *> the oath; zero until then.
           05 EM-REG-NO      PIC 9(7).

      *> Alphabetical passers list per course for release day.
       FD GAZETTE-FILE.
       FD STATS-FILE.
       01 STATS-LINE     PIC X(100).

      *> One application per examinee: who they are, the school and
      *> degree they qualify with, when they graduated and where
      *> they want to sit. The eligibility edit and the room
      *> assignment fill in the rest.
       FD APPL-MASTER.
       01 AP-REC.
           05 AP-EXAM-NO     PIC 9(10).
           05 AP-EXAM-NAME   PIC X(25).
           05 AP-BIRTH-DATE  PIC X(20).
           05 AP-UNIV-CODE   PIC 9.
           05 AP-COURSE-CODE PIC 9.
           05 AP-GRAD-DATE   PIC 9(8).
           05 AP-CENTER      PIC 9.
           05 AP-FILED       PIC 9(8).
      *> N new, A accepted, D deficient (with the reason).
           05 AP-STATUS      PIC X.
           05 AP-REASON      PIC X(40).
      *> room and seat once admitted; spaces and zero before.
           05 AP-ROOM        PIC X(6).
           05 AP-SEAT        PIC 9(3).
      *> the exam sitting the seat is for.
           05 AP-SITTING.
               10 AP-SIT-DATE  PIC 9(8).
               10 AP-SIT-CODE  PIC X(6).

       FD ELIGACC-FILE.
       01 ELIGACC-LINE   PIC X(100).

       FD ELIGDEF-FILE.
       01 ELIGDEF-LINE   PIC X(120).

      *> one line per examination room: testing center, room and
      *> number of seats.
       FD ROOMS-FILE.
       01 RM-REC.
           05 RM-CENTER      PIC 9.
           05 RM-ROOM        PIC X(6).
           05 RM-CAPACITY    PIC 9(3).

       FD ADMIT-FILE.
       01 ADMIT-LINE     PIC X(80).

       FD SEATPLAN-FILE.
       01 SEATPLAN-LINE  PIC X(80).

      *> One licensed professional: the passing result it came from,
      *> oath-taking, registration, and the license's three-year
      *> cycle with the CPD units earned toward its renewal.
       FD REGISTRY-FILE.
       01 RG-REC.
           05 RG-REG-NO      PIC 9(7).
           05 RG-EXAM-NO     PIC 9(10).
           05 RG-NAME        PIC X(25).
           05 RG-COURSE-NAME PIC X(4).
           05 RG-SITTING.
               10 RG-EXAM-DATE PIC 9(8).
               10 RG-EXAM-CODE PIC X(6).
           05 RG-OATH-DATE   PIC 9(8).
           05 RG-REG-DATE    PIC 9(8).
           05 RG-EXPIRY      PIC 9(8).
           05 RG-CPD-UNITS   PIC 9(3).
           05 RG-RENEWALS    PIC 99.
           05 RG-LAST-RENEWED PIC 9(8).
      *> A active; R revoked by the board.
           05 RG-STATUS      PIC X.

       FD EXPIRING-FILE.
       01 EXPIRING-LINE  PIC X(100).

      *> Results master in the layout before exam sittings: keyed on
      *> examinee number alone, one result per examinee. Only read by
      *> CONVERT-EXAM-MASTER.
       FD OLD-EXAM-MASTER.
       01 OEM-REC.
           05 OEM-EXAM-NO     PIC 9(10).
           05 OEM-EXAM-NAME   PIC X(25).
           05 OEM-BIRTH-DATE  PIC X(20).
           05 OEM-UNIV-CODE   PIC 9.
           05 OEM-UNIV-NAME   PIC X(5).
           05 OEM-COURSE-CODE PIC 9.
           05 OEM-COURSE-NAME PIC X(4).
           05 OEM-TOTAL-ITEMS PIC 9(3).
           05 OEM-SCORE       PIC 9(3).
           05 OEM-RATING      PIC 999V99.
           05 OEM-REMARKS     PIC X(11).
           05 OEM-SUBJ-COUNT  PIC 9.
           05 OEM-SUBJ-ENTRY OCCURS 8 TIMES.
               10 OEM-SUBJ-ITEMS PIC 9(3).
               10 OEM-SUBJ-SCORE PIC 9(3).

       FD EXAMCONV-FILE.
       01 EXAMCONV-LINE  PIC X(140).

       WORKING-STORAGE SECTION.
      *> Site configuration: this program needs PROB5DIR and
      *> SHAREDIR; a missing entry stops the run up front.
           05 WS-PATH-REJECTS5 PIC X(60).
           05 WS-PATH-STATS5   PIC X(60).
           05 WS-PATH-CORRLOG  PIC X(60).
           05 WS-PATH-APPLMAST PIC X(60).
           05 WS-PATH-ELIGACC  PIC X(60).
           05 WS-PATH-ELIGDEF  PIC X(60).
           05 WS-PATH-ROOMS    PIC X(60).
           05 WS-PATH-ADMIT    PIC X(60).
           05 WS-PATH-SEATPLAN PIC X(60).
           05 WS-PATH-REGISTRY PIC X(60).
           05 WS-PATH-EXPIRING PIC X(60).
           05 WS-PATH-EXAMCONV PIC X(60).
       01 ECHO-PATH-LINE.
           05 FILLER         PIC X(14) VALUE "Data folder : ".
           05 ECHO-PATH-DIR  PIC X(40).
       77 ANS            PIC X.
       77 EM-STATUS      PIC XX.
       77 EM-FOUND       PIC X VALUE 'N'.
      *> one-time conversion of an old-layout results master. The
      *> unload holds a D line per old record and ends with a T line
      *> carrying the count and the sitting the operator named; a
      *> T line still on file means the reload has not finished.
       77 OEM-STATUS     PIC XX.
       77 CNV-STATUS     PIC XX.
       77 CNV-EOF        PIC X.
       77 CNV-READY      PIC X VALUE 'N'.
       77 CNV-COUNT      PIC 9(6) VALUE 0.
       77 CNV-LOADED     PIC 9(6) VALUE 0.
       01 CNV-REC.
           05 CNV-TYPE       PIC X.
           05 CNV-BODY       PIC X(137).
           05 CNV-TRAILER REDEFINES CNV-BODY.
               10 CNV-T-COUNT    PIC 9(6).
               10 CNV-T-DATE     PIC 9(8).
               10 CNV-T-CODE     PIC X(6).
               10 FILLER         PIC X(117).
       77 MENU-CHOICE    PIC 99 VALUE 0.
       77 LOOKUP-NO      PIC 9(10).
      *> the board's conditional rule: a passing average still earns
      *> only CONDITIONAL when any single subject falls under this
       77 CORR-REASON    PIC X(20).
       77 OLD-REMARKS    PIC X(11).

      *> applications, eligibility and room assignment.
       77 AP-STATUS-CD   PIC XX.
       77 AP-FOUND       PIC X VALUE 'N'.
       77 AP-EOF         PIC X.
       77 AP-ADMITTED    PIC X VALUE 'N'.
       77 AP-ACC-COUNT   PIC 9(5) VALUE 0.
       77 AP-DEF-COUNT   PIC 9(5) VALUE 0.
       77 RM-STATUS      PIC XX.
       77 RM-EOF         PIC X.
       77 CENTER-NO      PIC 9.
       77 CENTER-NAME    PIC X(15).
       77 AP-REFILE      PIC X VALUE 'N'.
       77 SEAT-COUNT     PIC 9(4).
       77 SEAT-MIN       PIC 9(4).
       77 SEAT-J         PIC 9(4).
       77 SEAT-NEXT      PIC 9(4).
       77 SEAT-NO        PIC 9(3).
       77 SEATED-COUNT   PIC 9(5) VALUE 0.
       77 UNSEATED-COUNT PIC 9(5) VALUE 0.
       77 ROOM-COUNT     PIC 9(3) VALUE 0.
       77 ROOM-FULL      PIC X VALUE 'N'.
       77 SEAT-FULL      PIC X VALUE 'N'.
       77 GRAD-DATE-IN   PIC 9(8).
       77 CENTER-IN      PIC 9.
       77 UNIV-IN        PIC 9.
       77 COURSE-IN      PIC 9.

      *> the exam sitting this session is working on, named once by
      *> its date and the board's exam code.
       77 SIT-SET        PIC X VALUE 'N'.
       01 SIT-CURRENT.
           05 SIT-DATE       PIC 9(8).
           05 SIT-CODE       PIC X(6).
      *> an examinee's latest attempt on file and how many there are.
       77 LAST-FOUND     PIC X VALUE 'N'.
       77 LAST-EOF       PIC X.
       77 LAST-COUNT     PIC 99 VALUE 0.
       77 LAST-REMARKS   PIC X(11).
       77 ATTEMPT-NO     PIC 99 VALUE 1.
       77 SIT-TYPE       PIC X VALUE 'F'.
       01 LAST-KEY.
           05 LAST-EXAM-NO   PIC 9(10).
           05 LAST-SITTING.
               10 LAST-DATE  PIC 9(8).
               10 LAST-CODE  PIC X(6).

      *> professional registry: the license runs three years from
      *> registration, and a renewal needs the cycle's CPD units.
       77 RG-STATUS-CD   PIC XX.
       77 RG-FOUND       PIC X VALUE 'N'.
       77 RG-EOF         PIC X.
       77 RG-LAST-NO     PIC 9(7) VALUE 0.
       77 RG-LOOKUP-NO   PIC 9(7).
       77 RG-CPD-REQUIRED PIC 9(3) VALUE 45.
       77 RG-CPD-IN      PIC 9(3).
       77 RG-WARN-DAYS   PIC 9(3) VALUE 90.
       77 RG-DAYS-LEFT   PIC S9(7).
       77 RG-EXP-COUNT   PIC 9(5) VALUE 0.
       77 OATH-DATE-IN   PIC 9(8).
       01 RG-DATE-WORK.
           05 RG-DW-YYYY     PIC 9(4).
           05 RG-DW-MMDD     PIC 9(4).
       01 RG-TODAY           PIC 9(8).

       01 EXP-TITLE.
           05 FILLER         PIC X(38) VALUE
              "Licenses Expiring in the Next 90 Days".
           05 FILLER         PIC X(3) VALUE " - ".
           05 EXP-TTL-DATE   PIC 9(8).
       01 EXP-COLS.
           05 FILLER         PIC X(9) VALUE "REG NO".
           05 FILLER         PIC X(27) VALUE "NAME".
           05 FILLER         PIC X(6) VALUE "CRS".
           05 FILLER         PIC X(10) VALUE "EXPIRES".
           05 FILLER         PIC X(6) VALUE " DAYS".
           05 FILLER         PIC X(6) VALUE "  CPD".
       01 EXP-LINE.
           05 EXP-REG-NO     PIC 9(7).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 EXP-NAME       PIC X(25).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 EXP-COURSE     PIC X(4).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 EXP-DATE       PIC 9(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 EXP-DAYS       PIC ZZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 EXP-CPD        PIC ZZZ9.
       01 EXP-TRAILER.
           05 FILLER         PIC X(20) VALUE "Licenses listed: ".
           05 EXP-TRL-COUNT  PIC ZZZZ9.

       01 ROOM-TABLE.
           05 ROOM-ENTRY OCCURS 100 TIMES INDEXED BY ROOM-IDX.
               10 RT-CENTER  PIC 9.
               10 RT-ROOM    PIC X(6).
               10 RT-CAP     PIC 9(3).
      *> one center's accepted applicants, sorted by name before the
      *> rooms are filled.
       01 SEAT-TABLE.
           05 SEAT-ENTRY OCCURS 2000 TIMES INDEXED BY SEAT-IDX.
               10 SEAT-NAME     PIC X(25).
               10 SEAT-EXAM-NO  PIC 9(10).
      *> accepted applicants per center, counted before anything is
      *> written so a center too big for SEAT-TABLE stops the run.
       01 CENTER-SEAT-TABLE.
           05 CENTER-SEATS   PIC 9(5) OCCURS 4 TIMES.
       01 SEAT-HOLD.
           05 SEATH-NAME     PIC X(25).
           05 SEATH-EXAM-NO  PIC 9(10).

       01 ELIG-TITLE.
           05 ELIG-TTL-TEXT  PIC X(32).
           05 ELIG-TTL-DATE  PIC X(8).
       01 ELIG-LINE.
           05 EL-EXAM-NO     PIC 9(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 EL-NAME        PIC X(25).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 EL-UNIV        PIC X(5).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 EL-COURSE      PIC X(4).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 EL-CENTER      PIC X(15).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 EL-REASON      PIC X(40).
       01 ELIG-TRAILER.
           05 FILLER         PIC X(20) VALUE "Applicants listed: ".
           05 ELIG-TRL-COUNT PIC ZZZZ9.

       01 ADM-TITLE-1.
           05 FILLER         PIC X(10) VALUE SPACES.
           05 FILLER         PIC X(34) VALUE
              "Professional Regulation Commission".
       01 ADM-TITLE-2.
           05 FILLER         PIC X(17) VALUE SPACES.
           05 FILLER         PIC X(21) VALUE "NOTICE OF ADMISSION".
       01 ADM-DETAIL.
           05 ADM-LABEL      PIC X(20).
           05 ADM-VALUE      PIC X(40).
       01 ADM-SEPARATOR      PIC X(60) VALUE ALL "-".

       01 SP-TITLE.
           05 FILLER         PIC X(11) VALUE "Seat Plan: ".
           05 SP-CENTER      PIC X(15).
           05 FILLER         PIC X(7) VALUE "  Room ".
           05 SP-ROOM        PIC X(6).
           05 FILLER         PIC X(8) VALUE "  Exam: ".
           05 SP-DATE        PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 SP-CODE        PIC X(6).
       01 SP-DETAIL.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 SP-SEAT        PIC ZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 SP-EXAM-NO     PIC 9(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 SP-NAME        PIC X(25).
       01 SP-UNSEATED-TITLE.
           05 FILLER         PIC X(36) VALUE
              "Not seated - rooms full at center: ".
           05 SP-UNS-CENTER  PIC X(15).

      *> whole-master statistics: per-university/course tallies, the
      *> rating distribution by band, the overall mean, and the top
      *> ten by rating (ties at tenth place all listed).
                   15 ST-UC-PASS PIC 9(5).
                   15 ST-UC-COND PIC 9(5).
                   15 ST-UC-FAIL PIC 9(5).
      *> first-timers and repeaters per school, the breakdown the
      *> board publishes with every release.
       01 ST-FR-TABLE.
           05 ST-FR-U OCCURS 5 TIMES.
               10 ST-FT-TAKE PIC 9(5).
               10 ST-FT-PASS PIC 9(5).
               10 ST-RP-TAKE PIC 9(5).
               10 ST-RP-PASS PIC 9(5).
       01 ST-BAND-TABLE.
           05 ST-BAND        PIC 9(5) OCCURS 6 TIMES.
       01 ST-TOP-TABLE.
           05 FILLER         PIC X(40) VALUE
              "Board Examination Statistics - ".
           05 ST-TTL-DATE    PIC X(8).
       01 ST-SIT-LINE.
           05 FILLER         PIC X(14) VALUE "Exam sitting: ".
           05 ST-SIT-DATE    PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 ST-SIT-CODE    PIC X(6).
       01 ST-FR-COLS.
           05 FILLER         PIC X(7) VALUE "UNIV".
           05 FILLER         PIC X(20) VALUE "FIRST  PASS      PCT".
           05 FILLER         PIC X(22) VALUE "   REPT  PASS      PCT".
       01 ST-FR-LINE.
           05 ST-FR-UNIV     PIC X(5).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 ST-FR-FT-TAKE  PIC ZZZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 ST-FR-FT-PASS  PIC ZZZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 ST-FR-FT-PCT   PIC ZZ9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 ST-FR-RP-TAKE  PIC ZZZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 ST-FR-RP-PASS  PIC ZZZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 ST-FR-RP-PCT   PIC ZZ9.99.
       01 ST-UC-LINE.
           05 ST-UC-UNIV     PIC X(5).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(14) VALUE SPACES.
           05 GAZ-T2-COURSE  PIC X(4).
           05 FILLER         PIC X(14) VALUE " Board Passers".
       01 GAZ-TITLE-3.
           05 FILLER         PIC X(14) VALUE SPACES.
           05 FILLER         PIC X(8) VALUE "Exam of ".
           05 GAZ-T3-DATE    PIC 9(8).
           05 FILLER         PIC X VALUE SPACE.
           05 GAZ-T3-CODE    PIC X(6).
      *> the sitting whose passers a gazette lists.
       01 GAZ-SITTING.
           05 GAZ-SIT-DATE   PIC 9(8).
           05 GAZ-SIT-CODE   PIC X(6).
       01 GAZ-DETAIL.
           05 GAZ-SEQ        PIC ZZZ9.
           05 FILLER         PIC X(2) VALUE ". ".
           DISPLAY CLRSCR
           PERFORM SIGN-ON-RTN
           PERFORM OPEN-EXAM-MASTER
           PERFORM OPEN-APPL-MASTER
           PERFORM OPEN-REGISTRY
           PERFORM UNTIL MENU-CHOICE = 9
               PERFORM GET-MENU-CHOICE
               IF MENU-CHOICE = 1
                   PERFORM CORRECTION-RTN
               ELSE IF MENU-CHOICE = 6
                   PERFORM STATISTICS-RTN
               ELSE IF MENU-CHOICE = 7
                   PERFORM APPLICATION-RTN
               ELSE IF MENU-CHOICE = 8
                   PERFORM ELIGIBILITY-RTN
               ELSE IF MENU-CHOICE = 10
                   PERFORM ROOM-ASSIGN-RTN
               ELSE IF MENU-CHOICE = 11
                   PERFORM REMOVAL-RTN
               ELSE IF MENU-CHOICE = 12
                   PERFORM CHANGE-SITTING-RTN
               ELSE IF MENU-CHOICE = 13
                   PERFORM OATH-REGISTER-RTN
               ELSE IF MENU-CHOICE = 14
                   PERFORM RENEWAL-RTN
               ELSE IF MENU-CHOICE = 15
                   PERFORM EXPIRING-RTN
               ELSE IF MENU-CHOICE = 16
                   PERFORM VERIFY-LICENSE-RTN
               END-IF
           END-PERFORM
           PERFORM WRITE-AUDIT-RTN
           CLOSE EXAM-MASTER
           CLOSE APPL-MASTER
           CLOSE REGISTRY-FILE
           STOP RUN.

       LOAD-SITE-CONFIG.
           STRING FUNCTION TRIM(WS-DIR-P5) "STATS5.TXT"
               DELIMITED BY SIZE INTO WS-PATH-STATS5
           STRING FUNCTION TRIM(WS-DIR-P5) "CORRLOG.TXT"
               DELIMITED BY SIZE INTO WS-PATH-CORRLOG
           STRING FUNCTION TRIM(WS-DIR-P5) "APPLMAST.DAT"
               DELIMITED BY SIZE INTO WS-PATH-APPLMAST
           STRING FUNCTION TRIM(WS-DIR-P5) "ELIGACC.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ELIGACC
           STRING FUNCTION TRIM(WS-DIR-P5) "ELIGDEF.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ELIGDEF
           STRING FUNCTION TRIM(WS-DIR-P5) "ROOMS.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ROOMS
           STRING FUNCTION TRIM(WS-DIR-P5) "ADMISSION.TXT"
               DELIMITED BY SIZE INTO WS-PATH-ADMIT
           STRING FUNCTION TRIM(WS-DIR-P5) "SEATPLAN.TXT"
               DELIMITED BY SIZE INTO WS-PATH-SEATPLAN
           STRING FUNCTION TRIM(WS-DIR-P5) "REGISTRY.DAT"
               DELIMITED BY SIZE INTO WS-PATH-REGISTRY
           STRING FUNCTION TRIM(WS-DIR-P5) "EXPIRING.TXT"
               DELIMITED BY SIZE INTO WS-PATH-EXPIRING
           STRING FUNCTION TRIM(WS-DIR-P5) "EXAMCONV.TXT"
               DELIMITED BY SIZE INTO WS-PATH-EXAMCONV.

       SIGN-ON-RTN.
      *> nothing runs until the operator identifies themselves; the
           DISPLAY (8,1) "5 - Score correction (recheck)"
           DISPLAY (9,1) "6 - Statistics report"
           DISPLAY (11,1) "9 - End of session"
           DISPLAY (4,41) "7 - Exam applications"
           DISPLAY (5,41) "8 - Eligibility check"
           DISPLAY (6,41) "10 - Room assignment / admission"
           DISPLAY (7,41) "11 - Removal exam results"
           DISPLAY (8,41) "12 - Change exam sitting"
           DISPLAY (9,41) "13 - Oath-taking / registration"
           DISPLAY (10,41) "14 - License renewal"
           DISPLAY (11,41) "15 - Licenses expiring (90 days)"
           DISPLAY (12,41) "16 - Verify a license"
           MOVE 0 TO VALID-FLAG
           PERFORM UNTIL VALID-FLAG = 1
               DISPLAY (10,1) "Choice: "
               IF MENU-CHOICE = 1 OR MENU-CHOICE = 2
                   OR MENU-CHOICE = 3 OR MENU-CHOICE = 4
                   OR MENU-CHOICE = 5 OR MENU-CHOICE = 6
                   OR MENU-CHOICE = 7 OR MENU-CHOICE = 8
                   OR MENU-CHOICE = 9 OR MENU-CHOICE = 10
                   OR MENU-CHOICE = 11 OR MENU-CHOICE = 12
                   OR MENU-CHOICE = 13 OR MENU-CHOICE = 14
                   OR MENU-CHOICE = 15 OR MENU-CHOICE = 16
                   MOVE 1 TO VALID-FLAG
               ELSE
                   DISPLAY (13,1) "Invalid input. Enter a listed choice"
               END-IF
           END-PERFORM.

       ENCODE-RTN.
           PERFORM GET-SITTING
           OPEN OUTPUT OUT-FILE
           MOVE 0 TO HEADER-WRITTEN
           PERFORM WRITE-HEADER
               OPEN OUTPUT EXAM-MASTER
               CLOSE EXAM-MASTER
               OPEN I-O EXAM-MASTER
           END-IF
      *> 39 is a master still in the layout before exam sittings; a
      *> master that opens cleanly may still be half reloaded if the
      *> conversion was cut short, so the unload is checked too.
           IF EM-STATUS = "39"
               PERFORM CONVERT-EXAM-MASTER
               OPEN I-O EXAM-MASTER
           ELSE
               IF EM-STATUS = "00"
                   PERFORM CONV-CHECK-PENDING
                   IF CNV-READY = 'Y'
                       CLOSE EXAM-MASTER
                       PERFORM CONV-LOAD-RTN
                       OPEN I-O EXAM-MASTER
                   END-IF
               END-IF
           END-IF
           IF EM-STATUS NOT = "00"
               DISPLAY (20,1) "ERROR: EXAMMAST.DAT cannot be opened"
                   " - status "
               DISPLAY (20,47) EM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONVERT-EXAM-MASTER.
      *> every result on an old master is filed under the one sitting
      *> the operator names, as a first attempt at the full exam. The
      *> old records go to EXAMCONV.TXT before the master is rebuilt,
      *> so a run cut short reloads from there on the next start.
           PERFORM CONV-CHECK-PENDING
           IF CNV-READY = 'N'
               PERFORM CONV-UNLOAD-RTN
           END-IF
           IF CNV-READY = 'Y'
               PERFORM CONV-LOAD-RTN
           END-IF.

       CONV-CHECK-PENDING.
           MOVE 'N' TO CNV-READY
           OPEN INPUT EXAMCONV-FILE
           IF CNV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO CNV-EOF
           PERFORM UNTIL CNV-EOF = 'Y'
               READ EXAMCONV-FILE INTO CNV-REC
                   AT END MOVE 'Y' TO CNV-EOF
                   NOT AT END
                       IF CNV-TYPE = 'T'
                           MOVE 'Y' TO CNV-READY
                           MOVE CNV-T-COUNT TO CNV-COUNT
                           MOVE CNV-T-DATE  TO SIT-DATE
                           MOVE CNV-T-CODE  TO SIT-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXAMCONV-FILE.

       CONV-UNLOAD-RTN.
           DISPLAY CLRSCR
           DISPLAY (1,20) "Professional Regulation Commission"
           DISPLAY (2,24) "Results Master Conversion"
           DISPLAY (4,1) "EXAMMAST.DAT is in the layout used before"
               " exam sittings were kept."
           DISPLAY (5,1) "Every result on it will be filed under the"
               " one sitting you name next."
           DISPLAY (7,1) "Convert now (Y/N)? "
           ACCEPT (7,20) ANS
           IF ANS NOT = 'Y' AND ANS NOT = 'y'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHANGE-SITTING-RTN
           OPEN INPUT OLD-EXAM-MASTER
           IF OEM-STATUS NOT = "00"
               DISPLAY (20,1) "ERROR: Old results master cannot be"
                   " read - status "
               DISPLAY (20,51) OEM-STATUS
               PERFORM GET-ANY-KEY
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EXAMCONV-FILE
           MOVE 0 TO CNV-COUNT
           MOVE 'N' TO CNV-EOF
           PERFORM UNTIL CNV-EOF = 'Y'
               READ OLD-EXAM-MASTER
                   AT END MOVE 'Y' TO CNV-EOF
                   NOT AT END
                       MOVE 'D'     TO CNV-TYPE
                       MOVE OEM-REC TO CNV-BODY
                       WRITE EXAMCONV-LINE FROM CNV-REC
                       ADD 1 TO CNV-COUNT
               END-READ
           END-PERFORM
           CLOSE OLD-EXAM-MASTER
           MOVE SPACES    TO CNV-REC
           MOVE 'T'       TO CNV-TYPE
           MOVE CNV-COUNT TO CNV-T-COUNT
           MOVE SIT-DATE  TO CNV-T-DATE
           MOVE SIT-CODE  TO CNV-T-CODE
           WRITE EXAMCONV-LINE FROM CNV-REC
           CLOSE EXAMCONV-FILE
           MOVE 'Y' TO CNV-READY.

       CONV-LOAD-RTN.
      *> the master is rebuilt in the current layout from the unload;
      *> the unload is emptied only once every record is back on.
           OPEN OUTPUT EXAM-MASTER
           MOVE 0 TO CNV-LOADED
           OPEN INPUT EXAMCONV-FILE
           MOVE 'N' TO CNV-EOF
           PERFORM UNTIL CNV-EOF = 'Y'
               READ EXAMCONV-FILE INTO CNV-REC
                   AT END MOVE 'Y' TO CNV-EOF
                   NOT AT END
                       IF CNV-TYPE = 'D'
                           PERFORM CONV-LOAD-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXAMCONV-FILE
           CLOSE EXAM-MASTER
           IF CNV-LOADED NOT = CNV-COUNT
               DISPLAY (20,1) "ERROR: Converted "
               DISPLAY (20,18) CNV-LOADED
               DISPLAY (20,25) "of"
               DISPLAY (20,28) CNV-COUNT
               DISPLAY (20,35) "results - EXAMCONV.TXT kept"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXAMCONV-FILE
           CLOSE EXAMCONV-FILE
      *> the sitting named for the conversion is not today's sitting.
           MOVE 'N' TO SIT-SET
           DISPLAY CLRSCR
           DISPLAY (4,1) "Results master converted:"
           DISPLAY (4,27) CNV-LOADED
           DISPLAY (4,34) "results"
           PERFORM GET-ANY-KEY.

       CONV-LOAD-ONE.
           MOVE CNV-BODY        TO OEM-REC
           MOVE OEM-EXAM-NO     TO EM-EXAM-NO
           MOVE SIT-DATE        TO EM-EXAM-DATE
           MOVE SIT-CODE        TO EM-EXAM-CODE
           MOVE 1               TO EM-ATTEMPT-NO
           MOVE 'F'             TO EM-SIT-TYPE
           MOVE 0               TO EM-PREV-DATE
           MOVE SPACES          TO EM-PREV-CODE
           MOVE 0               TO EM-REG-NO
           MOVE OEM-EXAM-NAME   TO EM-EXAM-NAME
           MOVE OEM-BIRTH-DATE  TO EM-BIRTH-DATE
           MOVE OEM-UNIV-CODE   TO EM-UNIV-CODE
           MOVE OEM-UNIV-NAME   TO EM-UNIV-NAME
           MOVE OEM-COURSE-CODE TO EM-COURSE-CODE
           MOVE OEM-COURSE-NAME TO EM-COURSE-NAME
           MOVE OEM-TOTAL-ITEMS TO EM-TOTAL-ITEMS
           MOVE OEM-SCORE       TO EM-SCORE
           MOVE OEM-RATING      TO EM-RATING
           MOVE OEM-REMARKS     TO EM-REMARKS
           MOVE OEM-SUBJ-COUNT  TO EM-SUBJ-COUNT
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1 UNTIL SUBJ-IDX > 8
               MOVE OEM-SUBJ-ITEMS(SUBJ-IDX) TO EM-SUBJ-ITEMS(SUBJ-IDX)
               MOVE OEM-SUBJ-SCORE(SUBJ-IDX) TO EM-SUBJ-SCORE(SUBJ-IDX)
           END-PERFORM
           WRITE EM-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO CNV-LOADED
           END-WRITE.

       OPEN-APPL-MASTER.
           OPEN I-O APPL-MASTER
           IF AP-STATUS-CD = "35"
               OPEN OUTPUT APPL-MASTER
               CLOSE APPL-MASTER
               OPEN I-O APPL-MASTER
           END-IF.

       GET-SITTING.
      *> every result, admission and gazette belongs to one exam
      *> sitting; it is asked for once and kept for the session.
           IF SIT-SET = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHANGE-SITTING-RTN.

       CHANGE-SITTING-RTN.
           DISPLAY CLRSCR
           DISPLAY (1,20) "Professional Regulation Commission"
           DISPLAY (2,30) "Exam Sitting"
           MOVE 0 TO VALID-FLAG
           PERFORM UNTIL VALID-FLAG = 1
               DISPLAY (4,1) "Exam Date (YYYYMMDD): "
               ACCEPT (4,40) SIT-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(SIT-DATE) = 0
                   MOVE 1 TO VALID-FLAG
                   DISPLAY (5,1) "                              "
               ELSE
                   DISPLAY (5,1) "ERROR: Not a valid date"
               END-IF
           END-PERFORM
           MOVE 0 TO VALID-FLAG
           PERFORM UNTIL VALID-FLAG = 1
               DISPLAY (6,1) "Exam Code: "
               ACCEPT (6,40) SIT-CODE
               IF SIT-CODE = SPACES
                   DISPLAY (7,1) "ERROR: Exam code is required"
               ELSE
                   MOVE 1 TO VALID-FLAG
                   DISPLAY (7,1) "                            "
               END-IF
           END-PERFORM
           MOVE 'Y' TO SIT-SET.

       OPEN-REGISTRY.
      *> the next registration number follows the highest on file.
           OPEN I-O REGISTRY-FILE
           IF RG-STATUS-CD = "35"
               OPEN OUTPUT REGISTRY-FILE
               CLOSE REGISTRY-FILE
               OPEN I-O REGISTRY-FILE
           END-IF
           MOVE 0 TO RG-LAST-NO
           MOVE 'N' TO RG-EOF
           MOVE LOW-VALUES TO RG-REG-NO
           START REGISTRY-FILE KEY IS NOT LESS THAN RG-REG-NO
               INVALID KEY
                   MOVE 'Y' TO RG-EOF
           END-START
           PERFORM UNTIL RG-EOF = 'Y'
               READ REGISTRY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO RG-EOF
                   NOT AT END
                       MOVE RG-REG-NO TO RG-LAST-NO
               END-READ
           END-PERFORM.

       CHECK-ADMITTED.
      *> a score is taken only for an examinee number that was
      *> accepted and given a seat for this sitting.
           MOVE 'N' TO AP-ADMITTED
           MOVE EXAM-NO TO AP-EXAM-NO
           READ APPL-MASTER
               INVALID KEY
                   MOVE 'N' TO AP-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO AP-FOUND
           END-READ
           IF AP-FOUND = 'Y' AND AP-STATUS = 'A'
               AND AP-ROOM NOT = SPACES
               AND AP-SITTING = SIT-CURRENT
               MOVE 'Y' TO AP-ADMITTED
           END-IF.

       CHECK-MASTER-DUP.
           MOVE EXAM-NO TO EM-EXAM-NO
           MOVE SIT-CURRENT TO EM-SITTING
           READ EXAM-MASTER
               INVALID KEY
                   MOVE 'N' TO EM-FOUND
                   MOVE 'Y' TO EM-FOUND
           END-READ.

       FIND-LAST-ATTEMPT.
      *> walks the examinee's sittings; the last one read is the
      *> latest attempt, which is left in EM-REC. The next result
      *> becomes the attempt after it, linked back to it.
           MOVE 'N' TO LAST-FOUND
           MOVE 0 TO LAST-COUNT
           MOVE 0 TO LAST-DATE
           MOVE SPACES TO LAST-CODE LAST-REMARKS
           MOVE EXAM-NO TO EM-EXAM-NO
           MOVE LOW-VALUES TO EM-SITTING
           MOVE 'N' TO LAST-EOF
           START EXAM-MASTER KEY IS NOT LESS THAN EM-KEY
               INVALID KEY
                   MOVE 'Y' TO LAST-EOF
           END-START
           PERFORM UNTIL LAST-EOF = 'Y'
               READ EXAM-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO LAST-EOF
               END-READ
               IF LAST-EOF = 'N'
                   IF EM-EXAM-NO NOT = EXAM-NO
                       MOVE 'Y' TO LAST-EOF
                   ELSE
                       MOVE 'Y' TO LAST-FOUND
                       ADD 1 TO LAST-COUNT
                       MOVE EM-KEY TO LAST-KEY
                       MOVE EM-REMARKS TO LAST-REMARKS
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE ATTEMPT-NO = LAST-COUNT + 1
           MOVE 'F' TO SIT-TYPE
           IF LAST-FOUND = 'Y'
               MOVE LAST-KEY TO EM-KEY
               READ EXAM-MASTER
                   INVALID KEY
                       MOVE 'N' TO LAST-FOUND
               END-READ
           END-IF.

       LOOKUP-RTN.
      *> verification calls: given an examinee number, read the stored
      *> result back instead of grepping a text file.
           DISPLAY (2,25) "Examinee Verification"
           DISPLAY (4,1) "Examinee Number: "
           ACCEPT (4,40) LOOKUP-NO
      *> the latest attempt answers the call.
           MOVE LOOKUP-NO TO EXAM-NO
           PERFORM FIND-LAST-ATTEMPT
           MOVE LAST-FOUND TO EM-FOUND
           IF EM-FOUND = 'Y'
               DISPLAY (6,1) "Examinee Name: "
               DISPLAY (6,40) EM-EXAM-NAME
               DISPLAY (9,40) WS-RATING-DISP
               DISPLAY (10,1) "Remarks: "
               DISPLAY (10,40) EM-REMARKS
               DISPLAY (11,1) "Exam Sitting: "
               DISPLAY (11,40) EM-EXAM-DATE
               DISPLAY (11,50) EM-EXAM-CODE
               DISPLAY (12,1) "Attempts on file: "
               DISPLAY (12,40) LAST-COUNT
           ELSE
               DISPLAY (6,1) "Examinee number is not on file"
           END-IF
               DISPLAY (4,1) "Examinee Number: "
               ACCEPT (4,40) EXAM-NO
               PERFORM CHECK-MASTER-DUP
               IF EM-FOUND = 'N'
                   PERFORM CHECK-ADMITTED
               END-IF
               IF EM-FOUND = 'N' AND AP-ADMITTED = 'Y'
                   PERFORM FIND-LAST-ATTEMPT
               END-IF
               IF EM-FOUND = 'Y'
                   DISPLAY (5,1)
                       "ERROR: Result already on file for sitting "
               ELSE IF AP-ADMITTED = 'N'
                   DISPLAY (5,1)
                       "ERROR: Examinee was not admitted to sit   "
               ELSE IF LAST-REMARKS = "PASSED"
                   DISPLAY (5,1)
                       "ERROR: Examinee has already passed        "
               ELSE
                   MOVE 1 TO VALID-FLAG
                   DISPLAY (5,1)
           WRITE OUT-REC
      *> the same result goes on the permanent master.
           MOVE EXAM-NO      TO EM-EXAM-NO
           MOVE SIT-CURRENT  TO EM-SITTING
           MOVE ATTEMPT-NO   TO EM-ATTEMPT-NO
           MOVE SIT-TYPE     TO EM-SIT-TYPE
           MOVE LAST-SITTING TO EM-PREV-SITTING
           MOVE 0            TO EM-REG-NO
           MOVE EXAM-NAME    TO EM-EXAM-NAME
           MOVE BIRTH-DATE   TO EM-BIRTH-DATE
           MOVE UNIV-CODE    TO EM-UNIV-CODE
       GAZETTE-RTN.
      *> One alphabetical gazette per course, built from the results
      *> master: PASSED examinees only, sorted by name, numbered,
      *> with the passer count at the end, for the session's sitting.
           PERFORM GET-SITTING
           MOVE SIT-CURRENT TO GAZ-SITTING
           PERFORM WRITE-ONE-GAZETTE
               VARYING GAZ-COURSE FROM 1 BY 1
               UNTIL GAZ-COURSE > 3

           MOVE 0 TO GAZ-COUNT
           MOVE 'N' TO GAZ-EOF
           MOVE LOW-VALUES TO EM-KEY
           START EXAM-MASTER KEY IS NOT LESS THAN EM-KEY
               INVALID KEY
                   MOVE 'Y' TO GAZ-EOF
           END-START
               IF GAZ-EOF = 'N'
                   IF EM-COURSE-CODE = GAZ-COURSE
                       AND EM-REMARKS = "PASSED"
                       AND EM-SITTING = GAZ-SITTING
                       AND GAZ-COUNT < 1000
                       ADD 1 TO GAZ-COUNT
                       SET GAZ-IDX TO GAZ-COUNT
           WRITE GAZ-REC FROM GAZ-TITLE-1
           MOVE GAZ-COURSE-NAME TO GAZ-T2-COURSE
           WRITE GAZ-REC FROM GAZ-TITLE-2
           MOVE GAZ-SIT-DATE TO GAZ-T3-DATE
           MOVE GAZ-SIT-CODE TO GAZ-T3-CODE
           WRITE GAZ-REC FROM GAZ-TITLE-3
           MOVE SPACES TO GAZ-REC
           WRITE GAZ-REC
           PERFORM VARYING GAZ-IDX FROM 1 BY 1
      *> screens apply, computes the rating and remarks the same way,
      *> and lists what it cannot trust on REJECTS5.TXT instead of
      *> stopping.
           PERFORM GET-SITTING
           OPEN INPUT SCAN-FILE
           IF SC-STATUS NOT = "00"
               DISPLAY (12,1) "ERROR: Cannot open SCANFILE.TXT"
           MOVE SC-EXAM-NO TO EXAM-NO
           PERFORM CHECK-MASTER-DUP
           IF EM-FOUND = 'Y'
               MOVE "Result already on file for sitting" TO BD-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ADMITTED
           IF AP-ADMITTED = 'N'
               MOVE "Examinee was not admitted to sit" TO BD-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LAST-ATTEMPT
           IF LAST-REMARKS = "PASSED"
               MOVE "Examinee has already passed" TO BD-REASON
               EXIT PARAGRAPH
           END-IF
           IF SC-UNIV-CODE NOT NUMERIC

           DISPLAY (5,1) "Examinee Number: "
           ACCEPT (5,40) LOOKUP-NO
      *> a recheck is always on the examinee's latest attempt.
           MOVE LOOKUP-NO TO EXAM-NO
           PERFORM FIND-LAST-ATTEMPT
           MOVE LAST-FOUND TO EM-FOUND
           IF EM-FOUND = 'N'
               DISPLAY (6,1) "Examinee number is not on file"
               PERFORM GET-ANY-KEY
      *> a correction that moves anyone on or off a released passer
      *> list means that course's gazette must be re-issued.
           IF OLD-REMARKS NOT = REMARKS
               MOVE EM-SITTING TO GAZ-SITTING
               MOVE COURSE-CODE TO GAZ-COURSE
               PERFORM WRITE-ONE-GAZETTE
               DISPLAY (15,1) "Amended gazette written for course"
      *> The commission's table, straight off EXAMMAST.DAT instead of
      *> a spreadsheet: pass/conditional/fail and pass percentage per
      *> university per course, the rating distribution by band, the
      *> overall mean, and the top ten examinees -- for the session's
      *> sitting, with first-timers and repeaters split by school.
           PERFORM GET-SITTING
           PERFORM VARYING ST-U FROM 1 BY 1 UNTIL ST-U > 5
               MOVE 0 TO ST-FT-TAKE(ST-U) ST-FT-PASS(ST-U)
               MOVE 0 TO ST-RP-TAKE(ST-U) ST-RP-PASS(ST-U)
               PERFORM VARYING ST-C FROM 1 BY 1 UNTIL ST-C > 3
                   MOVE 0 TO ST-UC-PASS(ST-U, ST-C)
                   MOVE 0 TO ST-UC-COND(ST-U, ST-C)
           MOVE 0 TO ST-SUM-RATING ST-COUNT ST-TOP-COUNT

           MOVE 'N' TO ST-EOF
           MOVE LOW-VALUES TO EM-KEY
           START EXAM-MASTER KEY IS NOT LESS THAN EM-KEY
               INVALID KEY
                   MOVE 'Y' TO ST-EOF
           END-START
                   AT END
                       MOVE 'Y' TO ST-EOF
               END-READ
               IF ST-EOF = 'N' AND EM-SITTING = SIT-CURRENT
                   PERFORM TALLY-ONE-RESULT
               END-IF
           END-PERFORM
           OPEN OUTPUT STATS-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO ST-TTL-DATE
           WRITE STATS-LINE FROM ST-TITLE
           MOVE SIT-DATE TO ST-SIT-DATE
           MOVE SIT-CODE TO ST-SIT-CODE
           WRITE STATS-LINE FROM ST-SIT-LINE
           MOVE SPACES TO STATS-LINE
           WRITE STATS-LINE
           WRITE STATS-LINE FROM ST-UC-COLS
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO STATS-LINE
           WRITE STATS-LINE
           MOVE "First-Timers and Repeaters by School" TO STATS-LINE
           WRITE STATS-LINE
           WRITE STATS-LINE FROM ST-FR-COLS
           PERFORM WRITE-ONE-FR-LINE
               VARYING ST-U FROM 1 BY 1 UNTIL ST-U > 5

           MOVE SPACES TO STATS-LINE
           WRITE STATS-LINE
           MOVE "Below 50  : " TO ST-BAND-LABEL
           PERFORM GET-ANY-KEY.

       TALLY-ONE-RESULT.
      *> anyone on a second or later attempt is a repeater, removal
      *> examinees included.
           IF EM-UNIV-CODE >= 1 AND EM-UNIV-CODE <= 5
               IF EM-ATTEMPT-NO NUMERIC AND EM-ATTEMPT-NO > 1
                   ADD 1 TO ST-RP-TAKE(EM-UNIV-CODE)
                   IF EM-REMARKS = "PASSED"
                       ADD 1 TO ST-RP-PASS(EM-UNIV-CODE)
                   END-IF
               ELSE
                   ADD 1 TO ST-FT-TAKE(EM-UNIV-CODE)
                   IF EM-REMARKS = "PASSED"
                       ADD 1 TO ST-FT-PASS(EM-UNIV-CODE)
                   END-IF
               END-IF
           END-IF
           IF EM-UNIV-CODE >= 1 AND EM-UNIV-CODE <= 5
               AND EM-COURSE-CODE >= 1 AND EM-COURSE-CODE <= 3
               EVALUATE EM-REMARKS
               END-IF
           END-PERFORM.

       WRITE-ONE-FR-LINE.
      *> a school with no examinees this sitting stays off the table.
           IF ST-FT-TAKE(ST-U) = 0 AND ST-RP-TAKE(ST-U) = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE ST-U
               WHEN 1 MOVE "UP" TO ST-FR-UNIV
               WHEN 2 MOVE "PUP" TO ST-FR-UNIV
               WHEN 3 MOVE "DLSU" TO ST-FR-UNIV
               WHEN 4 MOVE "ADMU" TO ST-FR-UNIV
               WHEN 5 MOVE "MAPUA" TO ST-FR-UNIV
           END-EVALUATE
           MOVE ST-FT-TAKE(ST-U) TO ST-FR-FT-TAKE
           MOVE ST-FT-PASS(ST-U) TO ST-FR-FT-PASS
           MOVE 0 TO ST-PCT
           IF ST-FT-TAKE(ST-U) > 0
               COMPUTE ST-PCT ROUNDED =
                   ST-FT-PASS(ST-U) / ST-FT-TAKE(ST-U) * 100
           END-IF
           MOVE ST-PCT TO ST-FR-FT-PCT
           MOVE ST-RP-TAKE(ST-U) TO ST-FR-RP-TAKE
           MOVE ST-RP-PASS(ST-U) TO ST-FR-RP-PASS
           MOVE 0 TO ST-PCT
           IF ST-RP-TAKE(ST-U) > 0
               COMPUTE ST-PCT ROUNDED =
                   ST-RP-PASS(ST-U) / ST-RP-TAKE(ST-U) * 100
           END-IF
           MOVE ST-PCT TO ST-FR-RP-PCT
           WRITE STATS-LINE FROM ST-FR-LINE.

       WRITE-ONE-UC-LINE.
      *> a university/course cell with no examinees stays off the
      *> table.
               ST-UC-PASS(ST-U, ST-C) * 100 / ST-TOTAL
           MOVE ST-PCT TO ST-UC-PCT
           WRITE STATS-LINE FROM ST-UC-LINE.

       APPLICATION-RTN.
      *> Files exam applications as they come in. Everything is taken
      *> as written on the form; the eligibility edit judges it.
      *> A repeater re-files under the same number once the seat from
      *> an earlier sitting is behind them, as does anyone correcting
      *> a deficient application.
           PERFORM GET-SITTING
           MOVE 0 TO VALIDANS
           PERFORM APPLY-ONE-RTN UNTIL VALIDANS = 1.

       APPLY-ONE-RTN.
           DISPLAY CLRSCR
           DISPLAY (1,20) "Professional Regulation Commission"
           DISPLAY (2,27) "Exam Application"
           MOVE 0 TO VALID-FLAG
           PERFORM UNTIL VALID-FLAG = 1
               DISPLAY (4,1) "Examinee Number: "
               ACCEPT (4,40) AP-EXAM-NO
               READ APPL-MASTER
                   INVALID KEY
                       MOVE 'N' TO AP-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO AP-FOUND
               END-READ
               MOVE 'N' TO AP-REFILE
               IF AP-FOUND = 'Y'
                   IF AP-STATUS = 'D'
                       OR (AP-ROOM NOT = SPACES
                           AND AP-SITTING NOT = SIT-CURRENT)
                       MOVE 'Y' TO AP-REFILE
                   END-IF
               END-IF
               IF AP-FOUND = 'Y' AND AP-REFILE = 'N'
                   DISPLAY (5,1)
                       "ERROR: Application already on file        "
               ELSE
                   MOVE 1 TO VALID-FLAG
                   DISPLAY (5,1)
                       "                                          "
               END-IF
           END-PERFORM
           MOVE AP-EXAM-NO TO EXAM-NO
           DISPLAY (5,1) "Examinee Name: "
           ACCEPT (5,40) EXAM-NAME
           DISPLAY (6,1) "Date of Birth (MM/DD/YYYY): "
           ACCEPT (6,40) BIRTH-DATE
           DISPLAY (7,1) "School (University Code 1-5): "
           ACCEPT (7,40) UNIV-IN
           DISPLAY (8,1) "Degree (Course Code 1-3): "
           ACCEPT (8,40) COURSE-IN
           DISPLAY (9,1) "Date Graduated (YYYYMMDD): "
           ACCEPT (9,40) GRAD-DATE-IN
           DISPLAY (10,1) "Testing Center (1-4): "
           DISPLAY (11,1)
               "1-Manila 2-Baguio 3-Cebu 4-Davao"
           ACCEPT (10,40) CENTER-IN

           MOVE EXAM-NO TO AP-EXAM-NO
           MOVE EXAM-NAME TO AP-EXAM-NAME
           MOVE BIRTH-DATE TO AP-BIRTH-DATE
           MOVE UNIV-IN TO AP-UNIV-CODE
           MOVE COURSE-IN TO AP-COURSE-CODE
           MOVE GRAD-DATE-IN TO AP-GRAD-DATE
           MOVE CENTER-IN TO AP-CENTER
           MOVE FUNCTION CURRENT-DATE(1:8) TO AP-FILED
           MOVE 'N' TO AP-STATUS
           MOVE SPACES TO AP-REASON AP-ROOM AP-SIT-CODE
           MOVE 0 TO AP-SEAT AP-SIT-DATE
           IF AP-REFILE = 'Y'
               REWRITE AP-REC
           ELSE
               WRITE AP-REC
           END-IF
           ADD 1 TO AUDIT-RECORDS
           DISPLAY (12,1) "Application filed"

           PERFORM GET-ANSWER
           IF ANS = 'N' OR ANS = 'n'
               MOVE 1 TO VALIDANS
           END-IF.

       ELIGIBILITY-RTN.
      *> Judges every application not yet given a seat through the
      *> same birth date and age edits as the result screens, plus
      *> the qualifying degree, graduation and testing center, and
      *> lists each one on the accepted or the deficient list.
           DISPLAY CLRSCR
           DISPLAY (1,20) "Professional Regulation Commission"
           DISPLAY (2,28) "Eligibility Check"
           OPEN OUTPUT ELIGACC-FILE
           OPEN OUTPUT ELIGDEF-FILE
           MOVE "Accepted Applicants - " TO ELIG-TTL-TEXT
           MOVE FUNCTION CURRENT-DATE(1:8) TO ELIG-TTL-DATE
           WRITE ELIGACC-LINE FROM ELIG-TITLE
           MOVE SPACES TO ELIGACC-LINE
           WRITE ELIGACC-LINE
           MOVE "Deficient Applications - " TO ELIG-TTL-TEXT
           WRITE ELIGDEF-LINE FROM ELIG-TITLE
           MOVE SPACES TO ELIGDEF-LINE
           WRITE ELIGDEF-LINE
           MOVE 0 TO AP-ACC-COUNT AP-DEF-COUNT

           MOVE 'N' TO AP-EOF
           MOVE LOW-VALUES TO AP-EXAM-NO
           START APPL-MASTER KEY IS NOT LESS THAN AP-EXAM-NO
               INVALID KEY
                   MOVE 'Y' TO AP-EOF
           END-START
           PERFORM UNTIL AP-EOF = 'Y'
               READ APPL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO AP-EOF
               END-READ
               IF AP-EOF = 'N' AND AP-ROOM = SPACES
                   PERFORM JUDGE-ONE-APPLICATION
               END-IF
           END-PERFORM

           MOVE SPACES TO ELIGACC-LINE
           WRITE ELIGACC-LINE
           MOVE AP-ACC-COUNT TO ELIG-TRL-COUNT
           WRITE ELIGACC-LINE FROM ELIG-TRAILER
           MOVE SPACES TO ELIGDEF-LINE
           WRITE ELIGDEF-LINE
           MOVE AP-DEF-COUNT TO ELIG-TRL-COUNT
           WRITE ELIGDEF-LINE FROM ELIG-TRAILER
           CLOSE ELIGACC-FILE
           CLOSE ELIGDEF-FILE
           DISPLAY (13,1) "Accepted: "
           DISPLAY (13,12) AP-ACC-COUNT
           DISPLAY (14,1) "Deficient: "
           DISPLAY (14,12) AP-DEF-COUNT
           PERFORM GET-ANY-KEY.

       JUDGE-ONE-APPLICATION.
           PERFORM EDIT-APPLICATION
           MOVE AP-EXAM-NO TO EL-EXAM-NO
           MOVE AP-EXAM-NAME TO EL-NAME
           MOVE SPACES TO EL-UNIV EL-COURSE
           EVALUATE AP-UNIV-CODE
               WHEN 1 MOVE "UP" TO EL-UNIV
               WHEN 2 MOVE "PUP" TO EL-UNIV
               WHEN 3 MOVE "DLSU" TO EL-UNIV
               WHEN 4 MOVE "ADMU" TO EL-UNIV
               WHEN 5 MOVE "MAPUA" TO EL-UNIV
           END-EVALUATE
           EVALUATE AP-COURSE-CODE
               WHEN 1 MOVE "BSIT" TO EL-COURSE
               WHEN 2 MOVE "BSCS" TO EL-COURSE
               WHEN 3 MOVE "BSIM" TO EL-COURSE
           END-EVALUATE
           MOVE AP-CENTER TO CENTER-NO
           PERFORM SET-CENTER-NAME
           MOVE CENTER-NAME TO EL-CENTER
           IF BD-REASON = SPACES
               MOVE 'A' TO AP-STATUS
               MOVE SPACES TO AP-REASON EL-REASON
               WRITE ELIGACC-LINE FROM ELIG-LINE
               ADD 1 TO AP-ACC-COUNT
           ELSE
               MOVE 'D' TO AP-STATUS
               MOVE BD-REASON TO AP-REASON EL-REASON
               WRITE ELIGDEF-LINE FROM ELIG-LINE
               ADD 1 TO AP-DEF-COUNT
           END-IF
           REWRITE AP-REC.

       EDIT-APPLICATION.
      *> the first failed edit is the deficiency (in BD-REASON, as
      *> on the scan rejects).
           MOVE SPACES TO BD-REASON
           IF AP-EXAM-NAME = SPACES
               MOVE "Name is missing" TO BD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE AP-BIRTH-DATE TO BIRTH-DATE
           PERFORM VALIDATE-BIRTHDATE
           IF BD-OK = 0
               EXIT PARAGRAPH
           END-IF
           IF AP-UNIV-CODE NOT NUMERIC
               OR AP-UNIV-CODE < 1 OR AP-UNIV-CODE > 5
               MOVE "School is not recognized" TO BD-REASON
               EXIT PARAGRAPH
           END-IF
           IF AP-COURSE-CODE NOT NUMERIC
               OR AP-COURSE-CODE < 1 OR AP-COURSE-CODE > 3
               MOVE "No qualifying degree" TO BD-REASON
               EXIT PARAGRAPH
           END-IF
           IF AP-GRAD-DATE NOT NUMERIC
               MOVE "Date graduated is not valid" TO BD-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(AP-GRAD-DATE) NOT = 0
               MOVE "Date graduated is not valid" TO BD-REASON
               EXIT PARAGRAPH
           END-IF
           IF AP-GRAD-DATE > FUNCTION CURRENT-DATE(1:8)
               MOVE "Not yet graduated" TO BD-REASON
               EXIT PARAGRAPH
           END-IF
           IF AP-CENTER NOT NUMERIC
               OR AP-CENTER < 1 OR AP-CENTER > 4
               MOVE "Unknown testing center" TO BD-REASON
               EXIT PARAGRAPH
           END-IF.

       SET-CENTER-NAME.
           EVALUATE CENTER-NO
               WHEN 1 MOVE "Manila" TO CENTER-NAME
               WHEN 2 MOVE "Baguio" TO CENTER-NAME
               WHEN 3 MOVE "Cebu" TO CENTER-NAME
               WHEN 4 MOVE "Davao" TO CENTER-NAME
               WHEN OTHER MOVE "(unknown)" TO CENTER-NAME
           END-EVALUATE.

       ROOM-ASSIGN-RTN.
      *> Seats every accepted applicant: each testing center's
      *> applicants in name order fill its rooms in the order
      *> ROOMS.TXT lists them, each room up to its capacity. Every
      *> examinee seated gets a Notice of Admission, every room a
      *> seat plan; anyone the rooms cannot hold is listed for a
      *> room to be added and the run repeated.
           PERFORM GET-SITTING
           DISPLAY CLRSCR
           DISPLAY (1,20) "Professional Regulation Commission"
           DISPLAY (2,24) "Room Assignment / Admission"
           MOVE 0 TO ROOM-COUNT
           MOVE 'N' TO ROOM-FULL
           OPEN INPUT ROOMS-FILE
           IF RM-STATUS NOT = "00"
               DISPLAY (12,1) "ERROR: Cannot open ROOMS.TXT"
               PERFORM GET-ANY-KEY
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO RM-EOF
           PERFORM UNTIL RM-EOF = 'Y'
               READ ROOMS-FILE
                   AT END
                       MOVE 'Y' TO RM-EOF
                   NOT AT END
                       IF RM-CENTER NUMERIC AND RM-CAPACITY NUMERIC
                           AND RM-CAPACITY > 0 AND ROOM-COUNT = 100
                           MOVE 'Y' TO ROOM-FULL
                       END-IF
                       IF RM-CENTER NUMERIC AND RM-CAPACITY NUMERIC
                           AND RM-CAPACITY > 0 AND ROOM-COUNT < 100
                           ADD 1 TO ROOM-COUNT
                           SET ROOM-IDX TO ROOM-COUNT
                           MOVE RM-CENTER TO RT-CENTER(ROOM-IDX)
                           MOVE RM-ROOM TO RT-ROOM(ROOM-IDX)
                           MOVE RM-CAPACITY TO RT-CAP(ROOM-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOMS-FILE
           IF ROOM-FULL = 'Y'
               DISPLAY (12,1) "ERROR: ROOMS.TXT has over 100 rooms"
               MOVE 8 TO RETURN-CODE
               PERFORM GET-ANY-KEY
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-CENTER-SEATS
           IF SEAT-FULL = 'Y'
               DISPLAY (12,1) "ERROR: Over 2000 applicants in a center"
               MOVE 8 TO RETURN-CODE
               PERFORM GET-ANY-KEY
               EXIT PARAGRAPH
           END-IF

           DISPLAY (4,1) "Exam Sitting: "
           DISPLAY (4,40) SIT-DATE
           DISPLAY (4,50) SIT-CODE

           OPEN OUTPUT ADMIT-FILE
           OPEN OUTPUT SEATPLAN-FILE
           MOVE 0 TO SEATED-COUNT UNSEATED-COUNT
           PERFORM SEAT-ONE-CENTER
               VARYING CENTER-NO FROM 1 BY 1
               UNTIL CENTER-NO > 4
           CLOSE ADMIT-FILE
           CLOSE SEATPLAN-FILE
           DISPLAY (12,1) "Seated: "
           DISPLAY (12,12) SEATED-COUNT
           DISPLAY (13,1) "Not seated: "
           DISPLAY (13,12) UNSEATED-COUNT
           DISPLAY (14,1) "See ADMISSION.TXT and SEATPLAN.TXT"
           PERFORM GET-ANY-KEY.

       COUNT-CENTER-SEATS.
      *> the same selection SEAT-ONE-CENTER makes, tallied by center.
           MOVE 'N' TO SEAT-FULL
           PERFORM VARYING CENTER-NO FROM 1 BY 1 UNTIL CENTER-NO > 4
               MOVE 0 TO CENTER-SEATS(CENTER-NO)
           END-PERFORM
           MOVE 'N' TO AP-EOF
           MOVE LOW-VALUES TO AP-EXAM-NO
           START APPL-MASTER KEY IS NOT LESS THAN AP-EXAM-NO
               INVALID KEY
                   MOVE 'Y' TO AP-EOF
           END-START
           PERFORM UNTIL AP-EOF = 'Y'
               READ APPL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO AP-EOF
               END-READ
               IF AP-EOF = 'N' AND AP-STATUS = 'A'
                   AND AP-CENTER NUMERIC
                   AND AP-CENTER >= 1 AND AP-CENTER <= 4
                   AND (AP-SIT-DATE = 0 OR AP-SITTING = SIT-CURRENT)
                   ADD 1 TO CENTER-SEATS(AP-CENTER)
                   IF CENTER-SEATS(AP-CENTER) > 2000
                       MOVE 'Y' TO SEAT-FULL
                   END-IF
               END-IF
           END-PERFORM.

       SEAT-ONE-CENTER.
           PERFORM SET-CENTER-NAME
           MOVE 0 TO SEAT-COUNT
           MOVE 'N' TO AP-EOF
           MOVE LOW-VALUES TO AP-EXAM-NO
           START APPL-MASTER KEY IS NOT LESS THAN AP-EXAM-NO
               INVALID KEY
                   MOVE 'Y' TO AP-EOF
           END-START
           PERFORM UNTIL AP-EOF = 'Y'
               READ APPL-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO AP-EOF
               END-READ
               IF AP-EOF = 'N' AND AP-STATUS = 'A'
                   AND AP-CENTER = CENTER-NO AND SEAT-COUNT < 2000
                   AND (AP-SIT-DATE = 0 OR AP-SITTING = SIT-CURRENT)
                   ADD 1 TO SEAT-COUNT
                   SET SEAT-IDX TO SEAT-COUNT
                   MOVE AP-EXAM-NAME TO SEAT-NAME(SEAT-IDX)
                   MOVE AP-EXAM-NO TO SEAT-EXAM-NO(SEAT-IDX)
               END-IF
           END-PERFORM
           IF SEAT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SORT-SEAT-TABLE

           MOVE 1 TO SEAT-NEXT
           PERFORM VARYING ROOM-IDX FROM 1 BY 1
               UNTIL ROOM-IDX > ROOM-COUNT
               IF RT-CENTER(ROOM-IDX) = CENTER-NO
                   AND SEAT-NEXT <= SEAT-COUNT
                   PERFORM FILL-ONE-ROOM
               END-IF
           END-PERFORM

      *> whoever is left has no seat this run.
           IF SEAT-NEXT <= SEAT-COUNT
               MOVE CENTER-NAME TO SP-UNS-CENTER
               WRITE SEATPLAN-LINE FROM SP-UNSEATED-TITLE
               PERFORM VARYING SEAT-J FROM SEAT-NEXT BY 1
                   UNTIL SEAT-J > SEAT-COUNT
                   MOVE SEAT-EXAM-NO(SEAT-J) TO AP-EXAM-NO
                   READ APPL-MASTER
                       NOT INVALID KEY
                           MOVE SPACES TO AP-ROOM AP-SIT-CODE
                           MOVE 0 TO AP-SEAT AP-SIT-DATE
                           REWRITE AP-REC
                   END-READ
                   MOVE 0 TO SP-SEAT
                   MOVE SEAT-EXAM-NO(SEAT-J) TO SP-EXAM-NO
                   MOVE SEAT-NAME(SEAT-J) TO SP-NAME
                   WRITE SEATPLAN-LINE FROM SP-DETAIL
                   ADD 1 TO UNSEATED-COUNT
               END-PERFORM
               MOVE SPACES TO SEATPLAN-LINE
               WRITE SEATPLAN-LINE
           END-IF.

       FILL-ONE-ROOM.
           MOVE CENTER-NAME TO SP-CENTER
           MOVE RT-ROOM(ROOM-IDX) TO SP-ROOM
           MOVE SIT-DATE TO SP-DATE
           MOVE SIT-CODE TO SP-CODE
           WRITE SEATPLAN-LINE FROM SP-TITLE
           MOVE SPACES TO SEATPLAN-LINE
           WRITE SEATPLAN-LINE
           PERFORM VARYING SEAT-NO FROM 1 BY 1
               UNTIL SEAT-NO > RT-CAP(ROOM-IDX)
               OR SEAT-NEXT > SEAT-COUNT
               MOVE SEAT-EXAM-NO(SEAT-NEXT) TO AP-EXAM-NO
               READ APPL-MASTER
                   INVALID KEY
                       MOVE 'N' TO AP-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO AP-FOUND
               END-READ
               IF AP-FOUND = 'Y'
                   MOVE RT-ROOM(ROOM-IDX) TO AP-ROOM
                   MOVE SEAT-NO TO AP-SEAT
                   MOVE SIT-CURRENT TO AP-SITTING
                   REWRITE AP-REC
                   ADD 1 TO AUDIT-RECORDS
                   PERFORM WRITE-ADMISSION
               END-IF
               MOVE SEAT-NO TO SP-SEAT
               MOVE SEAT-EXAM-NO(SEAT-NEXT) TO SP-EXAM-NO
               MOVE SEAT-NAME(SEAT-NEXT) TO SP-NAME
               WRITE SEATPLAN-LINE FROM SP-DETAIL
               ADD 1 TO SEATED-COUNT
               ADD 1 TO SEAT-NEXT
           END-PERFORM
           MOVE SPACES TO SEATPLAN-LINE
           WRITE SEATPLAN-LINE.

       WRITE-ADMISSION.
      *> one notice per examinee, separated by a rule line so the
      *> printout can be cut.
           WRITE ADMIT-LINE FROM ADM-TITLE-1
           WRITE ADMIT-LINE FROM ADM-TITLE-2
           MOVE SPACES TO ADMIT-LINE
           WRITE ADMIT-LINE
           MOVE "Examinee Number  : " TO ADM-LABEL
           MOVE AP-EXAM-NO TO ADM-VALUE
           WRITE ADMIT-LINE FROM ADM-DETAIL
           MOVE "Name             : " TO ADM-LABEL
           MOVE AP-EXAM-NAME TO ADM-VALUE
           WRITE ADMIT-LINE FROM ADM-DETAIL
           MOVE "Course           : " TO ADM-LABEL
           EVALUATE AP-COURSE-CODE
               WHEN 1 MOVE "BSIT" TO ADM-VALUE
               WHEN 2 MOVE "BSCS" TO ADM-VALUE
               WHEN 3 MOVE "BSIM" TO ADM-VALUE
           END-EVALUATE
           WRITE ADMIT-LINE FROM ADM-DETAIL
           MOVE "Exam Date        : " TO ADM-LABEL
           MOVE SIT-DATE TO ADM-VALUE
           WRITE ADMIT-LINE FROM ADM-DETAIL
           MOVE "Exam Code        : " TO ADM-LABEL
           MOVE SIT-CODE TO ADM-VALUE
           WRITE ADMIT-LINE FROM ADM-DETAIL
           MOVE "Testing Center   : " TO ADM-LABEL
           MOVE CENTER-NAME TO ADM-VALUE
           WRITE ADMIT-LINE FROM ADM-DETAIL
           MOVE "Room             : " TO ADM-LABEL
           MOVE AP-ROOM TO ADM-VALUE
           WRITE ADMIT-LINE FROM ADM-DETAIL
           MOVE "Seat             : " TO ADM-LABEL
           MOVE AP-SEAT TO ADM-VALUE
           WRITE ADMIT-LINE FROM ADM-DETAIL
           MOVE SPACES TO ADMIT-LINE
           WRITE ADMIT-LINE
           WRITE ADMIT-LINE FROM ADM-SEPARATOR.

       SORT-SEAT-TABLE.
      *> selection sort by name, the same shape as SORT-GAZ-TABLE.
           PERFORM VARYING SEAT-IDX FROM 1 BY 1
               UNTIL SEAT-IDX > SEAT-COUNT
               SET SEAT-MIN TO SEAT-IDX
               PERFORM VARYING SEAT-J FROM SEAT-MIN BY 1
                   UNTIL SEAT-J > SEAT-COUNT
                   IF SEAT-NAME(SEAT-J) < SEAT-NAME(SEAT-MIN)
                       MOVE SEAT-J TO SEAT-MIN
                   END-IF
               END-PERFORM
               IF SEAT-MIN NOT = SEAT-IDX
                   MOVE SEAT-ENTRY(SEAT-IDX) TO SEAT-HOLD
                   MOVE SEAT-ENTRY(SEAT-MIN) TO SEAT-ENTRY(SEAT-IDX)
                   MOVE SEAT-HOLD TO SEAT-ENTRY(SEAT-MIN)
               END-IF
           END-PERFORM.

       REMOVAL-RTN.
      *> Removal exam: a CONDITIONAL examinee retakes only the
      *> subjects that fell under SUBJ-FLOOR. The new scores replace
      *> those subjects, the passing ones carry over from the
      *> conditional sitting, and the combined sheet is rated under
      *> the usual rules as a new attempt in this sitting.
           PERFORM GET-SITTING
           OPEN OUTPUT OUT-FILE
           MOVE 0 TO HEADER-WRITTEN
           PERFORM WRITE-HEADER
           MOVE 0 TO VALIDANS
           PERFORM REMOVAL-ONE-RTN UNTIL VALIDANS = 1
           PERFORM DISPLAY-TOTALS
           PERFORM GET-ANY-KEY
           CLOSE OUT-FILE.

       REMOVAL-ONE-RTN.
           DISPLAY CLRSCR
           DISPLAY (1,20) "Professional Regulation Commission"
           DISPLAY (2,27) "Removal Exam Result"

           MOVE 0 TO VALID-FLAG
           PERFORM UNTIL VALID-FLAG = 1
               DISPLAY (4,1) "Examinee Number: "
               ACCEPT (4,40) EXAM-NO
               PERFORM CHECK-MASTER-DUP
               IF EM-FOUND = 'N'
                   PERFORM CHECK-ADMITTED
               END-IF
               IF EM-FOUND = 'N' AND AP-ADMITTED = 'Y'
                   PERFORM FIND-LAST-ATTEMPT
               END-IF
               IF EM-FOUND = 'Y'
                   DISPLAY (5,1)
                       "ERROR: Result already on file for sitting "
               ELSE IF AP-ADMITTED = 'N'
                   DISPLAY (5,1)
                       "ERROR: Examinee was not admitted to sit   "
               ELSE IF LAST-FOUND = 'N'
                   OR LAST-REMARKS NOT = "CONDITIONAL"
                   DISPLAY (5,1)
                       "ERROR: No conditional result on file      "
               ELSE
                   MOVE 1 TO VALID-FLAG
                   DISPLAY (5,1)
                       "                                          "
               END-IF
           END-PERFORM

      *> the conditional attempt, as FIND-LAST-ATTEMPT left it.
           MOVE EM-EXAM-NAME TO EXAM-NAME
           MOVE EM-BIRTH-DATE TO BIRTH-DATE
           MOVE EM-UNIV-CODE TO UNIV-CODE
           MOVE EM-UNIV-NAME TO UNIV-NAME
           MOVE EM-COURSE-CODE TO COURSE-CODE
           MOVE EM-COURSE-NAME TO COURSE-NAME
           MOVE EM-SUBJ-COUNT TO SUBJ-COUNT
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
               UNTIL SUBJ-IDX > 8
               MOVE EM-SUBJ-ITEMS(SUBJ-IDX) TO SUBJ-ITEMS(SUBJ-IDX)
               MOVE EM-SUBJ-SCORE(SUBJ-IDX) TO SUBJ-SCORE(SUBJ-IDX)
           END-PERFORM
           DISPLAY (5,1) "Examinee Name: "
           DISPLAY (5,40) EXAM-NAME
           DISPLAY (6,1) "Conditional Sitting: "
           DISPLAY (6,40) EM-EXAM-DATE
           DISPLAY (6,50) EM-EXAM-CODE
           MOVE EM-RATING TO WS-RATING-DISP
           DISPLAY (7,1) "Conditional Rating: "
           DISPLAY (7,40) WS-RATING-DISP
           DISPLAY (8,1) "Course Name: "
           DISPLAY (8,40) COURSE-NAME

           MOVE 0 TO TOTAL-ITEMS
           MOVE 0 TO SCORE
           PERFORM REMOVAL-ONE-SUBJECT VARYING SUBJ-IDX FROM 1 BY 1
               UNTIL SUBJ-IDX > SUBJ-COUNT

           PERFORM CALCULATE-REMARKS
      *> the removal is the one chance to clear the weak subjects; a
      *> subject still under the floor fails the examinee outright.
           IF REMARKS = "CONDITIONAL"
               MOVE "FAILED" TO REMARKS
           END-IF
           MOVE 'R' TO SIT-TYPE
           DISPLAY (12,1) "Remarks: "
           DISPLAY (12,40) REMARKS
           DISPLAY (13,1) "Rating: "
           MOVE RATING TO WS-RATING-DISP
           DISPLAY (13,40) WS-RATING-DISP

           PERFORM UPDATE-TOTALS
           PERFORM WRITE-RECORD

           PERFORM GET-ANSWER
           IF ANS = 'N' OR ANS = 'n'
               MOVE 1 TO VALIDANS
           END-IF.

       REMOVAL-ONE-SUBJECT.
      *> only a subject under the floor is retaken; GET-ONE-SUBJECT
      *> adds the new items and score into the totals.
           COMPUTE SUBJ-RATING ROUNDED =
               SUBJ-SCORE(SUBJ-IDX) / SUBJ-ITEMS(SUBJ-IDX) * 100
           IF SUBJ-RATING < SUBJ-FLOOR
               PERFORM GET-ONE-SUBJECT
           ELSE
               ADD SUBJ-ITEMS(SUBJ-IDX) TO TOTAL-ITEMS
               ADD SUBJ-SCORE(SUBJ-IDX) TO SCORE
           END-IF.

       OATH-REGISTER-RTN.
      *> Oath-taking attendance: a passer who took the oath is
      *> entered on the registry under the next registration number,
      *> registered today, with the license good for three years.
      *> The number goes back on the passing result.
           MOVE 0 TO VALIDANS
           PERFORM OATH-ONE-RTN UNTIL VALIDANS = 1.

       OATH-ONE-RTN.
           DISPLAY CLRSCR
           DISPLAY (1,20) "Professional Regulation Commission"
           DISPLAY (2,24) "Oath-Taking / Registration"
           DISPLAY (4,1) "Examinee Number: "
           ACCEPT (4,40) EXAM-NO
           PERFORM FIND-LAST-ATTEMPT
           IF LAST-FOUND = 'N'
               DISPLAY (6,1) "Examinee number is not on file"
           ELSE IF EM-REMARKS NOT = "PASSED"
               DISPLAY (6,1) "ERROR: Examinee has not passed"
           ELSE IF EM-REG-NO NUMERIC AND EM-REG-NO > 0
               DISPLAY (6,1) "ERROR: Already registered as "
               DISPLAY (6,31) EM-REG-NO
           ELSE
               PERFORM REGISTER-PASSER
           END-IF
           END-IF
           END-IF
           PERFORM GET-ANSWER
           IF ANS = 'N' OR ANS = 'n'
               MOVE 1 TO VALIDANS
           END-IF.

       REGISTER-PASSER.
           DISPLAY (5,1) "Examinee Name: "
           DISPLAY (5,40) EM-EXAM-NAME
           MOVE 0 TO VALID-FLAG
           PERFORM UNTIL VALID-FLAG = 1
               DISPLAY (6,1) "Oath-Taking Date (YYYYMMDD): "
               ACCEPT (6,40) OATH-DATE-IN
               IF FUNCTION TEST-DATE-YYYYMMDD(OATH-DATE-IN) = 0
                   AND OATH-DATE-IN >= EM-EXAM-DATE
                   AND OATH-DATE-IN <= FUNCTION CURRENT-DATE(1:8)
                   MOVE 1 TO VALID-FLAG
                   DISPLAY (7,1) "                              "
               ELSE
                   DISPLAY (7,1) "ERROR: Not a valid oath date  "
               END-IF
           END-PERFORM

           ADD 1 TO RG-LAST-NO
           MOVE RG-LAST-NO TO RG-REG-NO
           MOVE EM-EXAM-NO TO RG-EXAM-NO
           MOVE EM-EXAM-NAME TO RG-NAME
           MOVE EM-COURSE-NAME TO RG-COURSE-NAME
           MOVE EM-SITTING TO RG-SITTING
           MOVE OATH-DATE-IN TO RG-OATH-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RG-REG-DATE
           MOVE RG-REG-DATE TO RG-DATE-WORK
           PERFORM ADD-LICENSE-CYCLE
           MOVE RG-DATE-WORK TO RG-EXPIRY
           MOVE 0 TO RG-CPD-UNITS RG-RENEWALS RG-LAST-RENEWED
           MOVE 'A' TO RG-STATUS
           WRITE RG-REC
           MOVE RG-REG-NO TO EM-REG-NO
           REWRITE EM-REC
           ADD 1 TO AUDIT-RECORDS
           DISPLAY (8,1) "Registration No: "
           DISPLAY (8,40) RG-REG-NO
           DISPLAY (9,1) "License Expires: "
           DISPLAY (9,40) RG-EXPIRY.

       ADD-LICENSE-CYCLE.
      *> three years on from the date in RG-DATE-WORK; a 29 February
      *> start runs to 28 February.
           ADD 3 TO RG-DW-YYYY
           IF RG-DW-MMDD = 0229
               MOVE 0228 TO RG-DW-MMDD
           END-IF.

       READ-REGISTRY.
           MOVE RG-LOOKUP-NO TO RG-REG-NO
           READ REGISTRY-FILE
               INVALID KEY
                   MOVE 'N' TO RG-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO RG-FOUND
           END-READ.

       RENEWAL-RTN.
      *> License renewal: the CPD units earned are added to the
      *> cycle's total; with the required units the license runs a
      *> further three years from its current expiry and a new CPD
      *> cycle starts. Short of the units, the units are kept and
      *> the renewal is refused.
           DISPLAY CLRSCR
           DISPLAY (1,20) "Professional Regulation Commission"
           DISPLAY (2,29) "License Renewal"
           DISPLAY (4,1) "Registration No: "
           ACCEPT (4,40) RG-LOOKUP-NO
           PERFORM READ-REGISTRY
           IF RG-FOUND = 'N'
               DISPLAY (6,1) "Registration number is not on file"
               PERFORM GET-ANY-KEY
               EXIT PARAGRAPH
           END-IF
           IF RG-STATUS NOT = 'A'
               DISPLAY (6,1) "ERROR: License has been revoked"
               PERFORM GET-ANY-KEY
               EXIT PARAGRAPH
           END-IF
           DISPLAY (5,1) "Name: "
           DISPLAY (5,40) RG-NAME
           DISPLAY (6,1) "License Expires: "
           DISPLAY (6,40) RG-EXPIRY
           DISPLAY (7,1) "CPD Units This Cycle: "
           DISPLAY (7,40) RG-CPD-UNITS
           DISPLAY (8,1) "CPD Units Earned: "
           ACCEPT (8,40) RG-CPD-IN
           ADD RG-CPD-IN TO RG-CPD-UNITS
               ON SIZE ERROR
                   MOVE 999 TO RG-CPD-UNITS
           END-ADD
           IF RG-CPD-UNITS < RG-CPD-REQUIRED
               REWRITE RG-REC
               ADD 1 TO AUDIT-RECORDS
               DISPLAY (10,1) "Renewal refused - CPD units short:"
               DISPLAY (10,40) RG-CPD-UNITS
               DISPLAY (11,1) "Units required: "
               DISPLAY (11,40) RG-CPD-REQUIRED
               PERFORM GET-ANY-KEY
               EXIT PARAGRAPH
           END-IF
           MOVE RG-EXPIRY TO RG-DATE-WORK
           PERFORM ADD-LICENSE-CYCLE
           MOVE RG-DATE-WORK TO RG-EXPIRY
           MOVE 0 TO RG-CPD-UNITS
           ADD 1 TO RG-RENEWALS
           MOVE FUNCTION CURRENT-DATE(1:8) TO RG-LAST-RENEWED
           REWRITE RG-REC
           ADD 1 TO AUDIT-RECORDS
           DISPLAY (10,1) "License renewed. New expiry: "
           DISPLAY (10,40) RG-EXPIRY
           PERFORM GET-ANY-KEY.

       EXPIRING-RTN.
      *> Every active license whose expiry falls within the next
      *> RG-WARN-DAYS days, for the renewal reminders.
           DISPLAY CLRSCR
           DISPLAY (1,20) "Professional Regulation Commission"
           DISPLAY (2,26) "Licenses Expiring Soon"
           MOVE FUNCTION CURRENT-DATE(1:8) TO RG-TODAY
           OPEN OUTPUT EXPIRING-FILE
           MOVE RG-TODAY TO EXP-TTL-DATE
           WRITE EXPIRING-LINE FROM EXP-TITLE
           MOVE SPACES TO EXPIRING-LINE
           WRITE EXPIRING-LINE
           WRITE EXPIRING-LINE FROM EXP-COLS
           MOVE 0 TO RG-EXP-COUNT
           MOVE 'N' TO RG-EOF
           MOVE LOW-VALUES TO RG-REG-NO
           START REGISTRY-FILE KEY IS NOT LESS THAN RG-REG-NO
               INVALID KEY
                   MOVE 'Y' TO RG-EOF
           END-START
           PERFORM UNTIL RG-EOF = 'Y'
               READ REGISTRY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO RG-EOF
               END-READ
               IF RG-EOF = 'N' AND RG-STATUS = 'A'
                   AND FUNCTION TEST-DATE-YYYYMMDD(RG-EXPIRY) = 0
                   COMPUTE RG-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(RG-EXPIRY)
                       - FUNCTION INTEGER-OF-DATE(RG-TODAY)
                   IF RG-DAYS-LEFT >= 0
                       AND RG-DAYS-LEFT <= RG-WARN-DAYS
                       MOVE RG-REG-NO TO EXP-REG-NO
                       MOVE RG-NAME TO EXP-NAME
                       MOVE RG-COURSE-NAME TO EXP-COURSE
                       MOVE RG-EXPIRY TO EXP-DATE
                       MOVE RG-DAYS-LEFT TO EXP-DAYS
                       MOVE RG-CPD-UNITS TO EXP-CPD
                       WRITE EXPIRING-LINE FROM EXP-LINE
                       ADD 1 TO RG-EXP-COUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO EXPIRING-LINE
           WRITE EXPIRING-LINE
           MOVE RG-EXP-COUNT TO EXP-TRL-COUNT
           WRITE EXPIRING-LINE FROM EXP-TRAILER
           CLOSE EXPIRING-FILE
           DISPLAY (12,1) "Licenses listed: "
           DISPLAY (12,20) RG-EXP-COUNT
           DISPLAY (13,1) "See EXPIRING.TXT"
           PERFORM GET-ANY-KEY.

       VERIFY-LICENSE-RTN.
      *> "Is this person a licensed professional in good standing":
      *> on the registry, not revoked, and the license not expired.
           DISPLAY CLRSCR
           DISPLAY (1,20) "Professional Regulation Commission"
           DISPLAY (2,26) "License Verification"
           DISPLAY (4,1) "Registration No: "
           ACCEPT (4,40) RG-LOOKUP-NO
           PERFORM READ-REGISTRY
           IF RG-FOUND = 'N'
               DISPLAY (6,1) "NOT ON THE REGISTRY"
               PERFORM GET-ANY-KEY
               EXIT PARAGRAPH
           END-IF
           DISPLAY (6,1) "Name: "
           DISPLAY (6,40) RG-NAME
           DISPLAY (7,1) "Profession (Course): "
           DISPLAY (7,40) RG-COURSE-NAME
           DISPLAY (8,1) "Date Registered: "
           DISPLAY (8,40) RG-REG-DATE
           DISPLAY (9,1) "License Expires: "
           DISPLAY (9,40) RG-EXPIRY
           IF RG-STATUS NOT = 'A'
               DISPLAY (11,1) "LICENSE REVOKED - NOT IN GOOD STANDING"
           ELSE IF RG-EXPIRY < FUNCTION CURRENT-DATE(1:8)
               DISPLAY (11,1) "LICENSE EXPIRED - NOT IN GOOD STANDING"
           ELSE
               DISPLAY (11,1) "LICENSED PROFESSIONAL IN GOOD STANDING"
           END-IF
           END-IF
           PERFORM GET-ANY-KEY.
