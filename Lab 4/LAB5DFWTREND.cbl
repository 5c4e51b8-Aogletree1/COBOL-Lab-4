       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5DFWTREND.
       AUTHOR. YOURNAMEHERE.
      *************************
      *              COURSE DFW TREND RUN
      *
      *    COMPANION PROGRAM TO LAB5SINGLEBREAK.  THE DISTRIBUTION
      *    PAGES OF THE TERM RUN ONLY SEE THE CURRENT RUN; THIS RUN
      *    LOOKS ACROSS EVERY TERM STILL ON THE LIVE HISTORY OR THE
      *    ARCHIVE.  THE GOVERNING (LATEST) RECORD OF EACH
      *    STUDENT/TERM/COURSE IS KEPT, AND ONE LINE PRINTS PER
      *    COURSE PER TERM: ENROLLMENT, MEAN AVERAGE, A-B-C-D-F-I-W
      *    COUNTS, THE D/F/W RATE AND ITS CHANGE FROM THE COURSE'S
      *    PRIOR TERM.  A TERM ABOVE THE DFW THRESHOLD IS FLAGGED
      *    'H'; A RATE THAT HAS RISEN FOR THE CONFIGURED NUMBER OF
      *    CONSECUTIVE TERMS IS FLAGGED 'R'.  EACH DEPARTMENT CLOSES
      *    WITH A SUMMARY PAGE, AND EVERY COURSE LINE IS ALSO
      *    WRITTEN TO A COMMA-DELIMITED FILE FOR INSTITUTIONAL
      *    RESEARCH.
      *******
      *    INPUT:
      *        L5HISTORY.DAT   - KEYED COURSE-RESULT HISTORY ('G'
      *                          GRADED, 'A' AMENDED, 'X' DELETED)
      *        L5HISTARCH.TXT  - ARCHIVED GOVERNING RECORDS OF
      *                          CLOSED TERMS
      *        L5CATALOG.TXT   - OPTIONAL: COURSE CATALOG, FOR THE
      *                          DEPARTMENT OF EACH COURSE
      *        L5DFWPARM.TXT   - OPTIONAL: FIRST AND LAST TERM
      *                          (BLANK MEANS NO LIMIT), DEPARTMENT
      *                          (BLANK MEANS ALL), DFW THRESHOLD
      *                          PERCENT 999V9 (DEFAULT 30.0) AND THE
      *                          RISING-TERMS COUNT 9 (DEFAULT 3)
      *******
      *    OUTPUT:
      *        L5DFWTREND.TXT  - TREND REPORT, ONE SECTION AND ONE
      *                          SUMMARY PAGE PER DEPARTMENT
      *        L5DFWTREND.CSV  - ONE COMMA-DELIMITED ROW PER COURSE
      *                          PER TERM, WITH A HEADING ROW
      *************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO 'L5HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               ALTERNATE RECORD KEY IS HI-POST-SEQ
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO 'L5HISTARCH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT SORT-FILE
               ASSIGN TO 'L5DFWWK'.

           SELECT CATALOG-FILE
               ASSIGN TO 'L5CATALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'L5DFWPARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT TREND-FILE
               ASSIGN TO 'L5DFWTREND.TXT'.

           SELECT CSV-FILE
               ASSIGN TO 'L5DFWTREND.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *  SAME LAYOUT LAB5SINGLEBREAK WRITES.  THE KEY LEADS THE
      *  RECORD, SO IN KEY ORDER EACH STUDENT/TERM/COURSE/SECTION
      *  CHAIN COMES BACK IN THE ORDER IT WAS POSTED.
       FD  HISTORY-FILE
           RECORD CONTAINS 82 CHARACTERS.
      *
       01  HISTORY-REC.
           05  HI-KEY.
               10  HI-KEY-STUDENT-ID   PIC X(9).
               10  HI-KEY-TERM         PIC X(4).
               10  HI-KEY-COURSE-NUM   PIC X(5).
               10  HI-KEY-SECTION      PIC X(2).
               10  HI-POST-SEQ.
                   15  HI-POST-RUN     PIC 9(6).
                   15  HI-POST-ITEM    PIC 9(7).
           05  HI-REC-TYPE             PIC X.
           05  HI-STUDENT-NAME.
               10  HI-LASTNAME         PIC X(9).
               10  HI-FIRSTNAME        PIC X(11).
           05  HI-TERM                 PIC X(4).
           05  HI-COURSE-NUM           PIC X(5).
           05  HI-AVG                  PIC 999V9.
           05  HI-LETTER               PIC X.
           05  HI-SECTION              PIC X(2).
           05  HI-CREDITS              PIC 9.
           05  HI-QUALITY-PTS          PIC 99.
           05  HI-STUDENT-ID           PIC X(9).
      *
      *  SAME LAYOUT LAB5HISTARCH WRITES
       FD  ARCHIVE-FILE
           RECORD CONTAINS 65 CHARACTERS.
      *
       01  ARCHIVE-REC.
           05  AR-REC-TYPE             PIC X.
           05  AR-STUDENT-NAME         PIC X(20).
           05  AR-TERM                 PIC X(4).
           05  AR-COURSE-NUM           PIC X(5).
           05  AR-AVG                  PIC 999V9.
           05  AR-LETTER               PIC X.
           05  FILLER                  PIC X.
           05  AR-ARCH-DATE            PIC X(8).
           05  FILLER                  PIC X.
           05  AR-RUN-NUMBER           PIC 9(6).
           05  AR-SECTION              PIC X(2).
           05  AR-CREDITS              PIC 9.
           05  AR-QUALITY-PTS          PIC 99.
           05  AR-STUDENT-ID           PIC X(9).
      *
      *  DEPARTMENT, COURSE AND TERM ARE THE REPORT ORDER.  WITHIN
      *  THEM THE STUDENT/SECTION GROUP IS STILL CONTIGUOUS, AND THE
      *  ARRIVAL SEQUENCE SORTS ITS GOVERNING RECORD LAST, EXACTLY
      *  AS ON THE TRANSCRIPT.
       SD  SORT-FILE
           RECORD CONTAINS 47 CHARACTERS.
      *
       01  SORT-REC.
           05  SR-DEPARTMENT           PIC X(15).
           05  SR-COURSE-NUM           PIC X(5).
           05  SR-TERM                 PIC X(4).
           05  SR-STUDENT-ID           PIC X(9).
           05  SR-SECTION              PIC X(2).
           05  SR-SEQ                  PIC 9(6).
           05  SR-REC-TYPE             PIC X.
           05  SR-AVG                  PIC 999V9.
           05  SR-LETTER               PIC X.
      *
      *  SAME COURSE CATALOG LAB5SINGLEBREAK POSTS CREDITS FROM
       FD  CATALOG-FILE
           RECORD CONTAINS 54 CHARACTERS.
      *
       01  CATALOG-REC.
           05  CA-COURSE-NUM           PIC X(5).
           05  FILLER                  PIC X.
           05  CA-TITLE                PIC X(30).
           05  FILLER                  PIC X.
           05  CA-DEPARTMENT           PIC X(15).
           05  FILLER                  PIC X.
           05  CA-CREDITS              PIC 9.
      *
       FD  PARM-FILE
           RECORD CONTAINS 28 CHARACTERS.
      *
       01  PARM-RECORD.
           05  PARM-FROM-TERM          PIC X(4).
           05  PARM-TO-TERM            PIC X(4).
           05  PARM-DEPARTMENT         PIC X(15).
           05  PARM-DFW-THRESHOLD      PIC 999V9.
           05  PARM-RISE-TERMS         PIC 9.
      *
       FD  TREND-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  TREND-REC                   PIC X(80).
      *
       FD  CSV-FILE
           RECORD CONTAINS 100 CHARACTERS.
      *
       01  CSV-REC                     PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  HISTORY-EOF-FLAG    PIC X         VALUE 'Y'.
           05  ARCHIVE-EOF-FLAG    PIC X         VALUE 'Y'.
           05  SORT-EOF-FLAG       PIC X         VALUE 'Y'.
           05  CATALOG-EOF-FLAG    PIC X         VALUE 'Y'.
           05  HOLD-ACTIVE-SW      PIC X         VALUE 'N'.
               88  HOLD-ACTIVE                  VALUE 'Y'.
           05  TERM-ACTIVE-SW      PIC X         VALUE 'N'.
               88  TERM-ACTIVE                  VALUE 'Y'.
           05  COURSE-ACTIVE-SW    PIC X         VALUE 'N'.
               88  COURSE-ACTIVE                VALUE 'Y'.
           05  DEPT-ACTIVE-SW      PIC X         VALUE 'N'.
               88  DEPT-ACTIVE                  VALUE 'Y'.
           05  PAGE-MODE-SW        PIC X         VALUE 'D'.
               88  DETAIL-PAGES                 VALUE 'D'.
               88  SUMMARY-PAGES                VALUE 'S'.
      *
       01  HISTORY-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  ARCHIVE-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  CATALOG-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  PARM-FILE-STATUS        PIC XX        VALUE '00'.
      *
       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
           05  CD-MONTH            PIC XX.
           05  CD-DAY              PIC XX.
      *
      *  PARAMETER BLOCK FOR THE LAB5RUNCTL SERVICE.  THE TREND RUN
      *  READS EVERYTHING AND UPDATES NOTHING, SO IT CLAIMS ITS RUN
      *  NUMBER WITHOUT TAKING THE SERIALIZATION LOCK.
       01  RUN-CTL-PARMS.
           05  RP-FUNCTION         PIC X         VALUE 'C'.
           05  RP-PROGRAM          PIC X(15)
                                   VALUE 'LAB5DFWTREND'.
           05  RP-UPDATER-SW       PIC X         VALUE 'N'.
           05  RP-RESUME-OWN-SW    PIC X         VALUE 'N'.
           05  RP-RUN-NUMBER       PIC 9(6)      VALUE 0.
           05  RP-STATUS           PIC X(10)     VALUE 'STARTED'.
           05  RP-RESUMED          PIC 9(6)      VALUE 0.
           05  RP-READ-COUNT       PIC 9(6)      VALUE 0.
           05  RP-RESULT           PIC X         VALUE '0'.
               88  RUN-REFUSED                   VALUE 'L'.
      *
       01  SELECTION-FIELDS.
           05  SL-FROM-TERM        PIC X(4)      VALUE SPACES.
           05  SL-TO-TERM          PIC X(4)      VALUE SPACES.
           05  SL-DEPARTMENT       PIC X(15)     VALUE SPACES.
           05  SL-DFW-THRESHOLD    PIC 999V9     VALUE 30.0.
           05  SL-RISE-TERMS       PIC 9         VALUE 3.
      *
       01  WORK-FIELDS.
           05  WK-SEQ              PIC 9(6)      VALUE 0.
           05  WK-SAVE-LINE        PIC X(80)     VALUE SPACES.
           05  WK-LAST-COURSE      PIC X(5)      VALUE HIGH-VALUES.
           05  WK-LAST-DEPARTMENT  PIC X(15)     VALUE SPACES.
           05  WK-CSV-PTR          PIC S9(3)     VALUE +0.
           05  WK-DFW-COUNT        PIC 9(5)      VALUE 0.
           05  WK-RATE             PIC 999V9     VALUE 0.
           05  WK-CHANGE           PIC S999V9    VALUE 0.
           05  LT-IDX              PIC S9(3)     VALUE +0.
           05  LT-HIT-IDX          PIC S9(3)     VALUE +0.
           05  DP-IDX              PIC S9(3)     VALUE +0.
      *
       01  COUNT-FIELDS.
           05  CT-RELEASED         PIC S9(7)     VALUE +0.
           05  CT-COURSE-TERMS     PIC S9(5)     VALUE +0.
           05  CT-DEPARTMENTS      PIC S9(5)     VALUE +0.
      *
      *  THE SEVEN LETTERS COUNTED, IN PRINT ORDER
       01  LETTER-VALUES.
           05                      PIC X(7)      VALUE 'ABCDFIW'.
       01  LETTER-TABLE REDEFINES LETTER-VALUES.
           05  LT-LETTER           PIC X         OCCURS 7 TIMES.
      *
      *  THE CATALOG IS ONLY WANTED FOR THE DEPARTMENT.  A COURSE IT
      *  DOES NOT CARRY REPORTS UNDER 'NOT IN CATALOG'.
       01  CATALOG-TABLE-AREA.
           05  CG-MAX-ENTRIES      PIC S9(4)     VALUE +2000.
           05  CG-COUNT            PIC S9(4)     VALUE +0.
           05  CG-ENTRY OCCURS 2000 TIMES.
               10  CG-COURSE-NUM   PIC X(5).
               10  CG-DEPARTMENT   PIC X(15).
      *
       01  CATALOG-WORK-FIELDS.
           05  CG-IDX              PIC S9(4)     VALUE +0.
           05  CG-HIT-IDX          PIC S9(4)     VALUE +0.
      *
      *  THE COURSE/TERM BEING COUNTED.  THE MEAN IS OVER THE A-F
      *  RESULTS ONLY -- AN 'I' OR 'W' CARRIES NO REAL AVERAGE.
       01  TERM-STAT-FIELDS.
           05  TS-ENROLLED         PIC 9(5)      VALUE 0.
           05  TS-GRADED           PIC 9(5)      VALUE 0.
           05  TS-SUM-AVERAGES     PIC 9(7)V9    VALUE 0.
           05  TS-MEAN             PIC 999V9     VALUE 0.
           05  TS-LTR-COUNT        PIC 9(5)      OCCURS 7 TIMES.
      *
      *  THE COURSE BEING REPORTED, ACROSS ITS TERMS.  THE RISE
      *  STREAK COUNTS CONSECUTIVE TERMS WHOSE DFW RATE WENT UP.
       01  COURSE-STAT-FIELDS.
           05  CS-TERMS            PIC 9(3)      VALUE 0.
           05  CS-ENROLLED         PIC 9(5)      VALUE 0.
           05  CS-DFW-COUNT        PIC 9(5)      VALUE 0.
           05  CS-PRIOR-RATE       PIC 999V9     VALUE 0.
           05  CS-RISE-STREAK      PIC 9(3)      VALUE 0.
           05  CS-FLAGGED-TERMS    PIC 9(3)      VALUE 0.
           05  CS-LAST-TERM        PIC X(4)      VALUE SPACES.
           05  CS-HIGH-FLAG        PIC X         VALUE SPACE.
           05  CS-RISE-FLAG        PIC X         VALUE SPACE.
      *
      *  THE DEPARTMENT'S COURSES, HELD FOR ITS SUMMARY PAGE.  A
      *  DEPARTMENT THE TABLE CANNOT HOLD STOPS THE RUN RATHER THAN
      *  PRINT A SUMMARY WITH COURSES MISSING.
       01  DEPT-TABLE-AREA.
           05  DP-MAX-ENTRIES      PIC S9(3)     VALUE +500.
           05  DP-COUNT            PIC S9(3)     VALUE +0.
           05  DP-ENTRY OCCURS 500 TIMES.
               10  DP-COURSE-NUM   PIC X(5).
               10  DP-TERMS        PIC 9(3).
               10  DP-ENROLLED     PIC 9(5).
               10  DP-DFW-COUNT    PIC 9(5).
               10  DP-LAST-TERM    PIC X(4).
               10  DP-LAST-RATE    PIC 999V9.
               10  DP-FLAGGED-TERMS PIC 9(3).
               10  DP-HIGH-FLAG    PIC X.
               10  DP-RISE-FLAG    PIC X.
      *
       01  DEPT-TOTAL-FIELDS.
           05  DT-ENROLLED         PIC 9(7)      VALUE 0.
           05  DT-DFW-COUNT        PIC 9(7)      VALUE 0.
           05  DT-FLAGGED          PIC 9(3)      VALUE 0.
      *
      *  THE RECORD BEING HELD UNTIL THE NEXT RETURN SHOWS WHETHER
      *  A LATER (GOVERNING) RECORD EXISTS FOR THE SAME
      *  STUDENT/TERM/COURSE.
       01  HOLD-FIELDS.
           05  HD-KEY.
               10  HD-DEPARTMENT   PIC X(15).
               10  HD-COURSE-NUM   PIC X(5).
               10  HD-TERM         PIC X(4).
               10  HD-STUDENT-ID   PIC X(9).
               10  HD-SECTION      PIC X(2).
           05  HD-REC-TYPE         PIC X.
           05  HD-AVG              PIC 999V9.
           05  HD-LETTER           PIC X.
      *
       01  GROUP-FIELDS.
           05  CUR-DEPARTMENT      PIC X(15)     VALUE HIGH-VALUES.
           05  CUR-COURSE          PIC X(5)      VALUE HIGH-VALUES.
           05  CUR-TERM            PIC X(4)      VALUE HIGH-VALUES.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING      PIC 9        VALUE 1.
           05  LINE-COUNT          PIC 99       VALUE 0.
           05  LINES-PER-PAGE      PIC 99       VALUE 50.
      *
       01  CSV-EDIT-FIELDS.
           05  CE-ENROLLED         PIC 9(5).
           05  CE-MEAN             PIC 999.9.
           05  CE-COUNT            PIC 9(5).
           05  CE-RATE             PIC 999.9.
           05  CE-CHANGE           PIC ---9.9.
           05  CE-HIGH-FLAG        PIC X.
           05  CE-RISE-FLAG        PIC X.
      **************************OUTPUT AREA***************************
       01  CSV-HEADING-LINE.
           05                      PIC X(51)     VALUE
               'DEPARTMENT,COURSE,TERM,ENROLLED,MEAN,A,B,C,D,F,I,W,'.
           05                      PIC X(49)     VALUE
               'DFW_RATE,CHANGE,HIGH_FLAG,RISING_FLAG'.
      *
       01  HEADER-1.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(22)     VALUE 'XXX'.
           05                      PIC X(20)
                   VALUE 'COURSE DFW TREND'.
           05  H1-DATE.
               10  H1-MONTH        PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-DAY          PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-YEAR         PIC XXXX.
      *
       01  SELECTION-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(6)      VALUE 'TERMS '.
           05  SEL-FROM-TERM       PIC X(4).
           05                      PIC X(3)      VALUE ' - '.
           05  SEL-TO-TERM         PIC X(4).
           05                      PIC X(14)
                   VALUE '   DFW ABOVE '.
           05  SEL-THRESHOLD       PIC ZZ9.9.
           05                      PIC X(17)
                   VALUE '%   OR RISING '.
           05  SEL-RISE-TERMS      PIC 9.
           05                      PIC X(6)      VALUE ' TERMS'.
      *
       01  DEPARTMENT-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05  DPL-CAPTION         PIC X(20).
           05  DPL-DEPARTMENT      PIC X(15).
      *
       01  DETAIL-COLUMN-LINE.
           05                      PIC X(1)      VALUE SPACES.
           05                      PIC X(17)
                   VALUE 'COURSE TERM ENRL'.
           05                      PIC X(5)      VALUE ' MEAN'.
           05                      PIC X(28)
                   VALUE '   A   B   C   D   F   I   W'.
           05                      PIC X(7)      VALUE '   DFW%'.
           05                      PIC X(8)      VALUE '  CHANGE'.
           05                      PIC X(6)      VALUE '  FLAG'.
      *
       01  DETAIL-LINE.
           05                      PIC X(1)      VALUE SPACES.
           05  DL-COURSE-NUM       PIC X(5).
           05                      PIC X(2)      VALUE SPACES.
           05  DL-TERM             PIC X(4).
           05                      PIC X(1)      VALUE SPACES.
           05  DL-ENROLLED         PIC ZZZ9.
           05                      PIC X(1)      VALUE SPACES.
           05  DL-MEAN             PIC ZZ9.9.
           05  DL-LETTER-COUNTS OCCURS 7 TIMES.
               10                  PIC X(1).
               10  DL-COUNT        PIC ZZ9.
           05                      PIC X(2)      VALUE SPACES.
           05  DL-RATE             PIC ZZ9.9.
           05                      PIC X(2)      VALUE SPACES.
           05  DL-CHANGE           PIC +++9.9.
           05  DL-CHANGE-X REDEFINES DL-CHANGE
                                   PIC X(6).
           05                      PIC X(3)      VALUE SPACES.
           05  DL-HIGH-FLAG        PIC X.
           05  DL-RISE-FLAG        PIC X.
      *
       01  FLAG-LEGEND-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(60)
               VALUE 'H = DFW ABOVE THRESHOLD   R = RISING DFW RATE'.
      *
       01  SUMMARY-COLUMN-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(32)
                   VALUE 'COURSE TRMS   ENRL    DFW   DFW%'.
           05                      PIC X(27)
                   VALUE '   LAST    DFW%   FLGD FLAG'.
      *
       01  SUMMARY-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05  SML-COURSE-NUM      PIC X(5).
           05                      PIC X(3)      VALUE SPACES.
           05  SML-TERMS           PIC ZZ9.
           05                      PIC X(2)      VALUE SPACES.
           05  SML-ENROLLED        PIC ZZZZ9.
           05                      PIC X(2)      VALUE SPACES.
           05  SML-DFW-COUNT       PIC ZZZZ9.
           05                      PIC X(2)      VALUE SPACES.
           05  SML-RATE            PIC ZZ9.9.
           05                      PIC X(3)      VALUE SPACES.
           05  SML-LAST-TERM       PIC X(4).
           05                      PIC X(3)      VALUE SPACES.
           05  SML-LAST-RATE       PIC ZZ9.9.
           05                      PIC X(4)      VALUE SPACES.
           05  SML-FLAGGED-TERMS   PIC ZZ9.
           05                      PIC X(3)      VALUE SPACES.
           05  SML-HIGH-FLAG       PIC X.
           05  SML-RISE-FLAG       PIC X.
      *
       01  SUMMARY-TOTAL-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(8)      VALUE 'COURSES '.
           05  STL-COURSES         PIC ZZ9.
           05                      PIC X(12)     VALUE '   ENROLLED '.
           05  STL-ENROLLED        PIC ZZZZZZ9.
           05                      PIC X(7)      VALUE '   DFW '.
           05  STL-DFW-COUNT       PIC ZZZZZZ9.
           05                      PIC X(3)      VALUE SPACES.
           05  STL-RATE            PIC ZZ9.9.
           05                      PIC X(1)      VALUE '%'.
      *
       01  SUMMARY-FLAGGED-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(40)
                   VALUE 'COURSES FLAGGED IN THEIR LATEST TERM'.
           05  SFL-FLAGGED         PIC ZZ9.
      *
       01  NO-DATA-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(50)
                   VALUE 'NO COURSE RESULTS IN THE SELECTION'.
      *
       PROCEDURE DIVISION.
      *
       10-CONTROL-MODULE.

           PERFORM 15-HOUSEKEEPING

           SORT SORT-FILE
               ON ASCENDING KEY SR-DEPARTMENT
                                SR-COURSE-NUM
                                SR-TERM
                                SR-STUDENT-ID
                                SR-SECTION
                                SR-SEQ
               INPUT PROCEDURE IS 20-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 25-PRINT-TRENDS

           PERFORM 50-EOF-ROUTINE
           .

       15-HOUSEKEEPING.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO H1-MONTH
           MOVE CD-DAY TO H1-DAY
           MOVE CD-YEAR TO H1-YEAR

           PERFORM 12-CLAIM-RUN-NUMBER
           PERFORM 17-READ-PARM-CARD
           PERFORM 18-LOAD-CATALOG-TABLE

           OPEN OUTPUT TREND-FILE
           OPEN OUTPUT CSV-FILE

           IF SL-FROM-TERM = SPACES
               MOVE 'ALL' TO SEL-FROM-TERM
           ELSE
               MOVE SL-FROM-TERM TO SEL-FROM-TERM
           END-IF
           IF SL-TO-TERM = SPACES
               MOVE 'ALL' TO SEL-TO-TERM
           ELSE
               MOVE SL-TO-TERM TO SEL-TO-TERM
           END-IF
           MOVE SL-DFW-THRESHOLD TO SEL-THRESHOLD
           MOVE SL-RISE-TERMS TO SEL-RISE-TERMS

           WRITE CSV-REC FROM CSV-HEADING-LINE
           .

      *  CLAIM THE RUN NUMBER THROUGH THE LAB5RUNCTL SERVICE SO
      *  EVERY TREND RUN SHOWS ON THE PERMANENT RUN LOG.
       12-CLAIM-RUN-NUMBER.

           MOVE 'C' TO RP-FUNCTION
           CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS

           IF RUN-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *  OPTIONAL SELECTION CARD.  A BLANK TERM LEAVES THAT END OF
      *  THE RANGE OPEN, A BLANK DEPARTMENT TAKES THEM ALL, AND A
      *  BLANK OR ZERO THRESHOLD OR COUNT KEEPS ITS DEFAULT.
       17-READ-PARM-CARD.

           OPEN INPUT PARM-FILE

           IF PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-FROM-TERM TO SL-FROM-TERM
                       MOVE PARM-TO-TERM TO SL-TO-TERM
                       MOVE PARM-DEPARTMENT TO SL-DEPARTMENT
                       IF PARM-DFW-THRESHOLD NUMERIC
                          AND PARM-DFW-THRESHOLD > 0
                           MOVE PARM-DFW-THRESHOLD
                               TO SL-DFW-THRESHOLD
                       END-IF
                       IF PARM-RISE-TERMS NUMERIC
                          AND PARM-RISE-TERMS > 0
                           MOVE PARM-RISE-TERMS TO SL-RISE-TERMS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           .

      *  TABLE THE CATALOG DEPARTMENTS.  THE FILE IS OPTIONAL;
      *  WITHOUT IT EVERY COURSE REPORTS UNDER 'NOT IN CATALOG'.  A
      *  CATALOG THE TABLE CANNOT HOLD STOPS THE RUN RATHER THAN
      *  FILE SOME COURSES UNDER THE WRONG DEPARTMENT.
       18-LOAD-CATALOG-TABLE.

           OPEN INPUT CATALOG-FILE

           IF CATALOG-FILE-STATUS = '00'
               PERFORM UNTIL CATALOG-EOF-FLAG = 'N'
                   READ CATALOG-FILE
                       AT END
                           MOVE 'N' TO CATALOG-EOF-FLAG
                       NOT AT END
                           IF CG-COUNT NOT < CG-MAX-ENTRIES
                               DISPLAY 'LAB5DFWTREND CATALOG TABLE'
                                       ' FULL AT ' CG-MAX-ENTRIES
                               DISPLAY 'RAISE CG-MAX-ENTRIES AND'
                                       ' RERUN THE JOB'
                               MOVE 'F' TO RP-FUNCTION
                               MOVE 'TBLOVRFL' TO RP-STATUS
                               MOVE 0 TO RP-READ-COUNT
                               CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO CG-COUNT
                           MOVE CA-COURSE-NUM
                               TO CG-COURSE-NUM (CG-COUNT)
                           MOVE CA-DEPARTMENT
                               TO CG-DEPARTMENT (CG-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           .

      *  THE ARCHIVED TERMS ARE RELEASED FIRST, SO A LIVE RECORD
      *  FOR THE SAME STUDENT/TERM/COURSE ARRIVES LATER AND STILL
      *  GOVERNS -- THE SAME ORDER A FULL TRANSCRIPT USES.
       20-RELEASE-HISTORY.

           PERFORM 22-RELEASE-ARCHIVE

           OPEN INPUT HISTORY-FILE

           IF HISTORY-FILE-STATUS = '00'
               PERFORM UNTIL HISTORY-EOF-FLAG = 'N'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO HISTORY-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WK-SEQ
                           MOVE HI-REC-TYPE TO SR-REC-TYPE
                           MOVE HI-STUDENT-ID TO SR-STUDENT-ID
                           MOVE HI-TERM TO SR-TERM
                           MOVE HI-COURSE-NUM TO SR-COURSE-NUM
                           MOVE HI-SECTION TO SR-SECTION
                           MOVE HI-AVG TO SR-AVG
                           MOVE HI-LETTER TO SR-LETTER
                           MOVE WK-SEQ TO SR-SEQ
                           PERFORM 23-SELECT-AND-RELEASE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           .

       22-RELEASE-ARCHIVE.

           OPEN INPUT ARCHIVE-FILE

           IF ARCHIVE-FILE-STATUS = '00'
               PERFORM UNTIL ARCHIVE-EOF-FLAG = 'N'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'N' TO ARCHIVE-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WK-SEQ
                           MOVE AR-REC-TYPE TO SR-REC-TYPE
                           MOVE AR-STUDENT-ID TO SR-STUDENT-ID
                           MOVE AR-TERM TO SR-TERM
                           MOVE AR-COURSE-NUM TO SR-COURSE-NUM
                           MOVE AR-SECTION TO SR-SECTION
                           MOVE AR-AVG TO SR-AVG
                           MOVE AR-LETTER TO SR-LETTER
                           MOVE WK-SEQ TO SR-SEQ
                           PERFORM 23-SELECT-AND-RELEASE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           .

      *  ONLY TERMS INSIDE THE RANGE AND COURSES OF THE CHOSEN
      *  DEPARTMENT ENTER THE SORT.  A WHOLE STUDENT/TERM/COURSE
      *  GROUP IS EITHER IN OR OUT, SO THE GOVERNING RECORD IS NEVER
      *  SPLIT FROM THE RECORDS IT SUPERSEDES.
       23-SELECT-AND-RELEASE.

           IF (SL-FROM-TERM = SPACES OR SR-TERM NOT < SL-FROM-TERM)
              AND (SL-TO-TERM = SPACES OR SR-TERM NOT > SL-TO-TERM)
               PERFORM 24-LOOKUP-DEPARTMENT
               IF SL-DEPARTMENT = SPACES
                  OR SR-DEPARTMENT = SL-DEPARTMENT
                   ADD 1 TO CT-RELEASED
                   RELEASE SORT-REC
               END-IF
           END-IF
           .

      *  THE HISTORY ARRIVES LARGELY IN COURSE ORDER, SO THE LAST
      *  COURSE LOOKED UP IS KEPT AND USUALLY SAVES THE SEARCH.
       24-LOOKUP-DEPARTMENT.

           IF SR-COURSE-NUM NOT = WK-LAST-COURSE
               MOVE 0 TO CG-HIT-IDX
               PERFORM VARYING CG-IDX FROM 1 BY 1
                       UNTIL CG-IDX > CG-COUNT OR CG-HIT-IDX > 0
                   IF CG-COURSE-NUM (CG-IDX) = SR-COURSE-NUM
                       MOVE CG-IDX TO CG-HIT-IDX
                   END-IF
               END-PERFORM
               IF CG-HIT-IDX > 0
                   MOVE CG-DEPARTMENT (CG-HIT-IDX)
                       TO WK-LAST-DEPARTMENT
               ELSE
                   MOVE 'NOT IN CATALOG' TO WK-LAST-DEPARTMENT
               END-IF
               MOVE SR-COURSE-NUM TO WK-LAST-COURSE
           END-IF

           MOVE WK-LAST-DEPARTMENT TO SR-DEPARTMENT
           .

      *  HOLD EACH RECORD UNTIL THE NEXT ONE SHOWS WHETHER IT WAS
      *  SUPERSEDED: WITHIN A STUDENT/TERM/COURSE GROUP ONLY THE
      *  LAST-ARRIVED RECORD GOVERNS.
       25-PRINT-TRENDS.

           PERFORM UNTIL SORT-EOF-FLAG = 'N'
               RETURN SORT-FILE
                   AT END
                       MOVE 'N' TO SORT-EOF-FLAG
                       IF HOLD-ACTIVE
                           PERFORM 30-COUNT-HELD-RECORD
                       END-IF
                       IF TERM-ACTIVE
                           PERFORM 31-PRINT-TERM-LINE
                       END-IF
                       IF COURSE-ACTIVE
                           PERFORM 32-CLOSE-COURSE
                       END-IF
                       IF DEPT-ACTIVE
                           PERFORM 33-DEPARTMENT-SUMMARY
                       END-IF
                   NOT AT END
                       IF HOLD-ACTIVE
                          AND (SR-DEPARTMENT NOT = HD-DEPARTMENT
                           OR SR-COURSE-NUM NOT = HD-COURSE-NUM
                           OR SR-TERM NOT = HD-TERM
                           OR SR-STUDENT-ID NOT = HD-STUDENT-ID
                           OR SR-SECTION NOT = HD-SECTION)
                           PERFORM 30-COUNT-HELD-RECORD
                       END-IF
                       MOVE SR-DEPARTMENT TO HD-DEPARTMENT
                       MOVE SR-COURSE-NUM TO HD-COURSE-NUM
                       MOVE SR-TERM TO HD-TERM
                       MOVE SR-STUDENT-ID TO HD-STUDENT-ID
                       MOVE SR-SECTION TO HD-SECTION
                       MOVE SR-REC-TYPE TO HD-REC-TYPE
                       MOVE SR-AVG TO HD-AVG
                       MOVE SR-LETTER TO HD-LETTER
                       MOVE 'Y' TO HOLD-ACTIVE-SW
               END-RETURN
           END-PERFORM
           .

      *  A GOVERNING RECORD IS COUNTED INTO ITS COURSE/TERM; A
      *  GOVERNING 'X' MEANS THE COURSE WAS DELETED AND COUNTS FOR
      *  NOTHING.  THE CONTROL BREAKS RUN TERM, COURSE, DEPARTMENT.
       30-COUNT-HELD-RECORD.

           IF HD-REC-TYPE NOT = 'X'
               IF HD-DEPARTMENT NOT = CUR-DEPARTMENT
                  OR HD-COURSE-NUM NOT = CUR-COURSE
                  OR HD-TERM NOT = CUR-TERM
                   IF TERM-ACTIVE
                       PERFORM 31-PRINT-TERM-LINE
                   END-IF
                   IF HD-DEPARTMENT NOT = CUR-DEPARTMENT
                      OR HD-COURSE-NUM NOT = CUR-COURSE
                       IF COURSE-ACTIVE
                           PERFORM 32-CLOSE-COURSE
                       END-IF
                       IF HD-DEPARTMENT NOT = CUR-DEPARTMENT
                           IF DEPT-ACTIVE
                               PERFORM 33-DEPARTMENT-SUMMARY
                           END-IF
                           PERFORM 34-START-DEPARTMENT
                       END-IF
                       PERFORM 35-START-COURSE
                   END-IF
                   PERFORM 36-START-TERM
               END-IF

               PERFORM VARYING LT-IDX FROM 1 BY 1
                       UNTIL LT-IDX > 7
                   IF HD-LETTER = LT-LETTER (LT-IDX)
                       ADD 1 TO TS-LTR-COUNT (LT-IDX)
                       ADD 1 TO TS-ENROLLED
                       IF LT-IDX < 6
                           ADD 1 TO TS-GRADED
                           ADD HD-AVG TO TS-SUM-AVERAGES
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .

      *  D, F AND W (LETTERS 4, 5 AND 7) MAKE THE DFW COUNT.  THE
      *  CHANGE IS AGAINST THE COURSE'S PREVIOUS TERM IN THE
      *  SELECTION; ITS FIRST TERM HAS NONE.
       31-PRINT-TERM-LINE.

           COMPUTE WK-DFW-COUNT = TS-LTR-COUNT (4) + TS-LTR-COUNT (5)
                                + TS-LTR-COUNT (7)
           IF TS-ENROLLED > 0
               COMPUTE WK-RATE ROUNDED =
                   WK-DFW-COUNT * 100 / TS-ENROLLED
           ELSE
               MOVE 0 TO WK-RATE
           END-IF
           IF TS-GRADED > 0
               COMPUTE TS-MEAN ROUNDED =
                   TS-SUM-AVERAGES / TS-GRADED
           ELSE
               MOVE 0 TO TS-MEAN
           END-IF

           MOVE SPACE TO CS-HIGH-FLAG
           MOVE SPACE TO CS-RISE-FLAG
           IF WK-RATE > SL-DFW-THRESHOLD
               MOVE 'H' TO CS-HIGH-FLAG
           END-IF

           IF CS-TERMS > 0
               COMPUTE WK-CHANGE = WK-RATE - CS-PRIOR-RATE
               IF WK-CHANGE > 0
                   ADD 1 TO CS-RISE-STREAK
               ELSE
                   MOVE 0 TO CS-RISE-STREAK
               END-IF
               IF CS-RISE-STREAK NOT < SL-RISE-TERMS
                   MOVE 'R' TO CS-RISE-FLAG
               END-IF
           ELSE
               MOVE 0 TO WK-CHANGE
           END-IF

           MOVE CUR-COURSE TO DL-COURSE-NUM
           MOVE CUR-TERM TO DL-TERM
           MOVE TS-ENROLLED TO DL-ENROLLED
           MOVE TS-MEAN TO DL-MEAN
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > 7
               MOVE TS-LTR-COUNT (LT-IDX) TO DL-COUNT (LT-IDX)
           END-PERFORM
           MOVE WK-RATE TO DL-RATE
           IF CS-TERMS > 0
               MOVE WK-CHANGE TO DL-CHANGE
           ELSE
               MOVE SPACES TO DL-CHANGE-X
           END-IF
           MOVE CS-HIGH-FLAG TO DL-HIGH-FLAG
           MOVE CS-RISE-FLAG TO DL-RISE-FLAG

           MOVE DETAIL-LINE TO TREND-REC
           IF CS-TERMS = 0
               MOVE 2 TO PROPER-SPACING
           ELSE
               MOVE 1 TO PROPER-SPACING
           END-IF
           PERFORM 40-WRITE-A-LINE

           PERFORM 37-WRITE-CSV-ROW

           ADD 1 TO CS-TERMS
           ADD TS-ENROLLED TO CS-ENROLLED
           ADD WK-DFW-COUNT TO CS-DFW-COUNT
           MOVE WK-RATE TO CS-PRIOR-RATE
           MOVE CUR-TERM TO CS-LAST-TERM
           IF CS-HIGH-FLAG NOT = SPACE OR CS-RISE-FLAG NOT = SPACE
               ADD 1 TO CS-FLAGGED-TERMS
           END-IF
           ADD 1 TO CT-COURSE-TERMS
           MOVE 'N' TO TERM-ACTIVE-SW
           .

      *  THE COURSE'S TOTALS GO INTO THE DEPARTMENT TABLE FOR THE
      *  SUMMARY PAGE, CARRYING THE FLAGS OF ITS LATEST TERM.
       32-CLOSE-COURSE.

           IF DP-COUNT NOT < DP-MAX-ENTRIES
               DISPLAY 'LAB5DFWTREND DEPARTMENT TABLE FULL AT '
                       DP-MAX-ENTRIES ' FOR ' CUR-DEPARTMENT
               DISPLAY 'RAISE DP-MAX-ENTRIES AND RERUN THE JOB'
               MOVE 'F' TO RP-FUNCTION
               MOVE 'TBLOVRFL' TO RP-STATUS
               MOVE CT-COURSE-TERMS TO RP-READ-COUNT
               CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO DP-COUNT
           MOVE CUR-COURSE TO DP-COURSE-NUM (DP-COUNT)
           MOVE CS-TERMS TO DP-TERMS (DP-COUNT)
           MOVE CS-ENROLLED TO DP-ENROLLED (DP-COUNT)
           MOVE CS-DFW-COUNT TO DP-DFW-COUNT (DP-COUNT)
           MOVE CS-LAST-TERM TO DP-LAST-TERM (DP-COUNT)
           MOVE CS-PRIOR-RATE TO DP-LAST-RATE (DP-COUNT)
           MOVE CS-FLAGGED-TERMS TO DP-FLAGGED-TERMS (DP-COUNT)
           MOVE CS-HIGH-FLAG TO DP-HIGH-FLAG (DP-COUNT)
           MOVE CS-RISE-FLAG TO DP-RISE-FLAG (DP-COUNT)
           MOVE 'N' TO COURSE-ACTIVE-SW
           .

      *  ONE SUMMARY PAGE PER DEPARTMENT: EVERY COURSE WITH ITS
      *  TOTALS ACROSS THE SELECTED TERMS AND ITS LATEST TERM, THEN
      *  THE DEPARTMENT TOTALS.
       33-DEPARTMENT-SUMMARY.

           SET SUMMARY-PAGES TO TRUE
           MOVE 'SUMMARY, DEPARTMENT' TO DPL-CAPTION
           PERFORM 41-PAGE-HEADING

           MOVE 0 TO DT-ENROLLED
           MOVE 0 TO DT-DFW-COUNT
           MOVE 0 TO DT-FLAGGED

           PERFORM VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > DP-COUNT
               MOVE DP-COURSE-NUM (DP-IDX) TO SML-COURSE-NUM
               MOVE DP-TERMS (DP-IDX) TO SML-TERMS
               MOVE DP-ENROLLED (DP-IDX) TO SML-ENROLLED
               MOVE DP-DFW-COUNT (DP-IDX) TO SML-DFW-COUNT
               IF DP-ENROLLED (DP-IDX) > 0
                   COMPUTE WK-RATE ROUNDED =
                       DP-DFW-COUNT (DP-IDX) * 100
                       / DP-ENROLLED (DP-IDX)
               ELSE
                   MOVE 0 TO WK-RATE
               END-IF
               MOVE WK-RATE TO SML-RATE
               MOVE DP-LAST-TERM (DP-IDX) TO SML-LAST-TERM
               MOVE DP-LAST-RATE (DP-IDX) TO SML-LAST-RATE
               MOVE DP-FLAGGED-TERMS (DP-IDX) TO SML-FLAGGED-TERMS
               MOVE DP-HIGH-FLAG (DP-IDX) TO SML-HIGH-FLAG
               MOVE DP-RISE-FLAG (DP-IDX) TO SML-RISE-FLAG
               MOVE SUMMARY-LINE TO TREND-REC
               MOVE 1 TO PROPER-SPACING
               PERFORM 40-WRITE-A-LINE

               ADD DP-ENROLLED (DP-IDX) TO DT-ENROLLED
               ADD DP-DFW-COUNT (DP-IDX) TO DT-DFW-COUNT
               IF DP-HIGH-FLAG (DP-IDX) NOT = SPACE
                  OR DP-RISE-FLAG (DP-IDX) NOT = SPACE
                   ADD 1 TO DT-FLAGGED
               END-IF
           END-PERFORM

           MOVE DP-COUNT TO STL-COURSES
           MOVE DT-ENROLLED TO STL-ENROLLED
           MOVE DT-DFW-COUNT TO STL-DFW-COUNT
           IF DT-ENROLLED > 0
               COMPUTE WK-RATE ROUNDED =
                   DT-DFW-COUNT * 100 / DT-ENROLLED
           ELSE
               MOVE 0 TO WK-RATE
           END-IF
           MOVE WK-RATE TO STL-RATE
           MOVE SUMMARY-TOTAL-LINE TO TREND-REC
           MOVE 2 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           MOVE DT-FLAGGED TO SFL-FLAGGED
           MOVE SUMMARY-FLAGGED-LINE TO TREND-REC
           MOVE 1 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           MOVE FLAG-LEGEND-LINE TO TREND-REC
           MOVE 2 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           MOVE 'N' TO DEPT-ACTIVE-SW
           .

       34-START-DEPARTMENT.

           MOVE HD-DEPARTMENT TO CUR-DEPARTMENT
           SET DEPT-ACTIVE TO TRUE
           MOVE 0 TO DP-COUNT
           ADD 1 TO CT-DEPARTMENTS

           SET DETAIL-PAGES TO TRUE
           MOVE 'DEPARTMENT' TO DPL-CAPTION
           PERFORM 41-PAGE-HEADING
           .

       35-START-COURSE.

           MOVE HD-COURSE-NUM TO CUR-COURSE
           SET COURSE-ACTIVE TO TRUE
           MOVE 0 TO CS-TERMS
           MOVE 0 TO CS-ENROLLED
           MOVE 0 TO CS-DFW-COUNT
           MOVE 0 TO CS-PRIOR-RATE
           MOVE 0 TO CS-RISE-STREAK
           MOVE 0 TO CS-FLAGGED-TERMS
           MOVE SPACES TO CS-LAST-TERM
           .

       36-START-TERM.

           MOVE HD-TERM TO CUR-TERM
           SET TERM-ACTIVE TO TRUE
           MOVE 0 TO TS-ENROLLED
           MOVE 0 TO TS-GRADED
           MOVE 0 TO TS-SUM-AVERAGES
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > 7
               MOVE 0 TO TS-LTR-COUNT (LT-IDX)
           END-PERFORM
           .

      *  THE CSV ROW CARRIES THE SAME FIGURES AS THE PRINT LINE,
      *  UNEDITED SO A SPREADSHEET LOADS THEM AS NUMBERS, AND THE
      *  TWO FLAGS AS Y/N.  THE CHANGE FIELD IS EMPTY ON A COURSE'S
      *  FIRST TERM.
       37-WRITE-CSV-ROW.

           MOVE SPACES TO CSV-REC
           MOVE 1 TO WK-CSV-PTR
           MOVE TS-ENROLLED TO CE-ENROLLED
           MOVE TS-MEAN TO CE-MEAN

           STRING FUNCTION TRIM(CUR-DEPARTMENT) DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  FUNCTION TRIM(CUR-COURSE)     DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  CUR-TERM                      DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  CE-ENROLLED                   DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  CE-MEAN                       DELIMITED BY SIZE
             INTO CSV-REC
             WITH POINTER WK-CSV-PTR
           END-STRING

           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > 7
               MOVE TS-LTR-COUNT (LT-IDX) TO CE-COUNT
               STRING ','                       DELIMITED BY SIZE
                      CE-COUNT                  DELIMITED BY SIZE
                 INTO CSV-REC
                 WITH POINTER WK-CSV-PTR
               END-STRING
           END-PERFORM

           MOVE WK-RATE TO CE-RATE
           STRING ','                           DELIMITED BY SIZE
                  CE-RATE                       DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
             INTO CSV-REC
             WITH POINTER WK-CSV-PTR
           END-STRING

           IF CS-TERMS > 0
               MOVE WK-CHANGE TO CE-CHANGE
               STRING FUNCTION TRIM(CE-CHANGE)  DELIMITED BY SIZE
                 INTO CSV-REC
                 WITH POINTER WK-CSV-PTR
               END-STRING
           END-IF

           MOVE 'N' TO CE-HIGH-FLAG
           MOVE 'N' TO CE-RISE-FLAG
           IF CS-HIGH-FLAG NOT = SPACE
               MOVE 'Y' TO CE-HIGH-FLAG
           END-IF
           IF CS-RISE-FLAG NOT = SPACE
               MOVE 'Y' TO CE-RISE-FLAG
           END-IF

           STRING ','                           DELIMITED BY SIZE
                  CE-HIGH-FLAG                  DELIMITED BY SIZE
                  ','                           DELIMITED BY SIZE
                  CE-RISE-FLAG                  DELIMITED BY SIZE
             INTO CSV-REC
             WITH POINTER WK-CSV-PTR
           END-STRING

           WRITE CSV-REC
           .

      *  THE HEADER WRITE LANDS IN THE SAME RECORD AREA AS THE
      *  PENDING LINE, SO SAVE THE PENDING LINE ACROSS A PAGE BREAK
       40-WRITE-A-LINE.

           IF LINE-COUNT + PROPER-SPACING > LINES-PER-PAGE
               MOVE TREND-REC TO WK-SAVE-LINE
               PERFORM 41-PAGE-HEADING
               MOVE WK-SAVE-LINE TO TREND-REC
           END-IF

           WRITE TREND-REC
               AFTER ADVANCING PROPER-SPACING

           ADD PROPER-SPACING TO LINE-COUNT
           .

      *  EVERY PAGE CARRIES THE SELECTION, THE DEPARTMENT AND THE
      *  COLUMN HEADINGS OF WHICHEVER PART OF THE REPORT IT IS IN.
       41-PAGE-HEADING.

           WRITE TREND-REC FROM HEADER-1
               AFTER ADVANCING PAGE
           WRITE TREND-REC FROM SELECTION-LINE
               AFTER ADVANCING 1
           MOVE CUR-DEPARTMENT TO DPL-DEPARTMENT
           WRITE TREND-REC FROM DEPARTMENT-LINE
               AFTER ADVANCING 2
           IF SUMMARY-PAGES
               WRITE TREND-REC FROM SUMMARY-COLUMN-LINE
                   AFTER ADVANCING 2
           ELSE
               WRITE TREND-REC FROM DETAIL-COLUMN-LINE
                   AFTER ADVANCING 2
           END-IF
           MOVE 6 TO LINE-COUNT
           .

       50-EOF-ROUTINE.

           IF CT-COURSE-TERMS = 0
               WRITE TREND-REC FROM HEADER-1
                   AFTER ADVANCING PAGE
               WRITE TREND-REC FROM SELECTION-LINE
                   AFTER ADVANCING 1
               WRITE TREND-REC FROM NO-DATA-LINE
                   AFTER ADVANCING 2
           END-IF

           CLOSE TREND-FILE
                 CSV-FILE

           PERFORM 54-FINALIZE-RUN-CONTROL

           DISPLAY 'LAB5DFWTREND RUN ' RP-RUN-NUMBER
                   ' DEPARTMENTS ' CT-DEPARTMENTS
                   ' COURSE-TERMS ' CT-COURSE-TERMS

           STOP RUN
           .

      *  STAMP THE OUTCOME AND LOG THE EXECUTION.
       54-FINALIZE-RUN-CONTROL.

           MOVE 'F' TO RP-FUNCTION
           MOVE 'COMPLETED' TO RP-STATUS
           MOVE CT-COURSE-TERMS TO RP-READ-COUNT
           CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
           .
