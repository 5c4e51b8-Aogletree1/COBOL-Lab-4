       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5SAP.
       AUTHOR. YOURNAMEHERE.
      *************************
      *        SATISFACTORY ACADEMIC PROGRESS (SAP) RUN
      *
      *    COMPANION PROGRAM TO LAB5STANDING, RUN AT END OF TERM
      *    FOR THE FINANCIAL AID OFFICE.  LAB5STANDING JUDGES THE
      *    GPA ALONE; SAP ALSO NEEDS THE COMPLETION RATE AND THE
      *    MAXIMUM-TIMEFRAME CHECK, WHICH ONLY THE COURSE HISTORY
      *    CAN GIVE.  THE LIVE HISTORY AND THE ARCHIVE ARE SORTED
      *    BY STUDENT, TERM AND COURSE AND ONLY THE GOVERNING
      *    (LATEST) RECORD OF EACH STUDENT/TERM/COURSE COUNTS.
      *    EVERY GOVERNING A-F, I OR W IS AN ATTEMPT; ONLY A-D IS
      *    COMPLETED.  THE GPA IS THE 4.0 GPA FROM THE MASTER, THE
      *    FILE OF RECORD FOR IT.  A STUDENT FAILING ANY CHECK IS
      *    ON SAP WARNING, OR ON SAP SUSPENSION WHEN THE PRIOR RUN
      *    ALREADY FOUND A FAILURE.
      *
      *    EACH RUN EVALUATES ONE PERIOD (A TERM).  THE STATUS FILE
      *    CARRIES THE PERIOD IT WAS WRITTEN FOR AND THE STATUS EACH
      *    STUDENT ENTERED THAT PERIOD WITH, SO A RERUN FOR THE SAME
      *    PERIOD (AFTER AN AMENDMENT, SAY) JUDGES AGAINST THE
      *    ENTERING STATUS AGAIN AND A FIRST FAILURE STAYS A
      *    WARNING.  ONLY A RUN FOR A LATER PERIOD MOVES ON FROM THE
      *    STATUS THE LAST PERIOD ENDED WITH.
      *******
      *    INPUT:
      *        L5HISTORY.DAT   - KEYED COURSE-RESULT HISTORY ('G'
      *                          GRADED, 'A' AMENDED, 'X' DELETED)
      *        L5HISTARCH.TXT  - ARCHIVED GOVERNING RECORDS OF
      *                          CLOSED TERMS
      *        STUDENTMASTER.DAT - CUMULATIVE MASTER, FOR THE GPA
      *        L5SAPSTAT.TXT   - SAP STATUS AS OF THE PRIOR RUN
      *                          (REWRITTEN WITH THE NEW STATUSES)
      *        L5SAPPARM.TXT   - OPTIONAL THRESHOLDS: MINIMUM 4.0
      *                          GPA 9V99 (DEFAULT 2.00), MINIMUM
      *                          COMPLETION PERCENT 999V9 (DEFAULT
      *                          67.0) AND MAXIMUM ATTEMPTS 999
      *                          (DEFAULT 060), THEN THE PERIOD
      *                          (TERM) BEING EVALUATED (DEFAULT
      *                          THE LATEST TERM ON THE HISTORY)
      *******
      *    OUTPUT:
      *        L5SAPSTAT.TXT   - NEW SAP STATUS PER STUDENT, 73
      *                          BYTES: NAME X(20), FILLER, STATUS
      *                          X(14), FILLER, COMPLETION 999V9,
      *                          4.0 GPA 9V99, ATTEMPTS 999, STUDENT
      *                          NUMBER X(9), PERIOD X(4) AND THE
      *                          STATUS ENTERING THE PERIOD X(14).
      *                          A 55-BYTE RECORD FROM BEFORE THE
      *                          PERIOD WAS CARRIED READS AS AN
      *                          EARLIER PERIOD.
      *        L5SAPEXTR.TXT   - FIXED-FORMAT EXTRACT FOR THE AID
      *                          SYSTEM, ONE RECORD PER STUDENT
      *        L5SAPEXCP.TXT   - EXCEPTION LIST OF EVERY STUDENT
      *                          WHOSE SAP STATUS CHANGED
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
               ASSIGN TO 'L5SAPWK'.

           SELECT STUDENT-MASTER
               ASSIGN TO 'STUDENTMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS SM-FILE-STATUS.

           SELECT SAPSTAT-FILE
               ASSIGN TO 'L5SAPSTAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAPSTAT-FILE-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'L5SAPPARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO 'L5SAPEXTR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE
               ASSIGN TO 'L5SAPEXCP.TXT'.
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
      *  THE ARRIVAL SEQUENCE IS THE LOW-ORDER SORT KEY, SO THE
      *  GOVERNING RECORD SORTS LAST WITHIN ITS STUDENT/TERM/
      *  COURSE GROUP, EXACTLY AS ON THE TRANSCRIPT.
       SD  SORT-FILE
           RECORD CONTAINS 48 CHARACTERS.
      *
       01  SORT-REC.
           05  SR-REC-TYPE             PIC X.
           05  SR-STUDENT-ID           PIC X(9).
           05  SR-STUDENT-NAME         PIC X(20).
           05  SR-TERM                 PIC X(4).
           05  SR-COURSE-NUM           PIC X(5).
           05  SR-SECTION              PIC X(2).
           05  SR-LETTER               PIC X.
           05  SR-SEQ                  PIC 9(6).
      *
       FD  STUDENT-MASTER
           RECORD CONTAINS 68 CHARACTERS.
      *
       01  STUDENT-MASTER-REC.
           05  SM-STUDENT-NAME.
               10  SM-LASTNAME         PIC X(9).
               10  SM-FIRSTNAME        PIC X(11).
           05  SM-NUM-COURSES          PIC 9(3).
           05  SM-SUM-AVERAGES         PIC 9(6)V9.
           05  SM-GPA                  PIC 999V9.
      *  SAME CREDIT FIELDS THE TERM RUN APPENDS -- NOT NUMERIC ON
      *  A RECORD WRITTEN BEFORE CREDITS EXISTED
           05  SM-CRED-ATTEMPTED       PIC 9(4).
           05  SM-CRED-EARNED          PIC 9(4).
           05  SM-QUALITY-PTS          PIC 9(5).
           05  SM-GPA-4                PIC 9V99.
      *  THE PERMANENT STUDENT NUMBER -- THE RECORD KEY
           05  SM-STUDENT-ID           PIC X(9).
      *  FERPA HOLD FLAG AND EFFECTIVE DATE -- CARRIED, NOT USED
           05  SM-CONF-FIELDS          PIC X(9).
      *
      *  THE STATUS EACH STUDENT LEFT THE LAST RUN WITH.  THE
      *  STUDENT NUMBER IS WHAT THE NEXT RUN MATCHES ON, AND THE
      *  PERIOD AND ENTERING STATUS LET A RERUN OF THE SAME PERIOD
      *  START FROM WHERE THAT PERIOD STARTED; THE REST IS THERE
      *  FOR WHOEVER READS THE FILE
       FD  SAPSTAT-FILE
           RECORD CONTAINS 73 CHARACTERS.
      *
       01  SAPSTAT-REC.
           05  SS-STUDENT-NAME         PIC X(20).
           05  FILLER                  PIC X.
           05  SS-STATUS               PIC X(14).
           05  FILLER                  PIC X.
           05  SS-COMPLETION           PIC 999V9.
           05  SS-GPA-4                PIC 9V99.
           05  SS-ATTEMPTED            PIC 999.
           05  SS-STUDENT-ID           PIC X(9).
           05  SS-EVAL-TERM            PIC X(4).
           05  SS-ENTRY-STATUS         PIC X(14).
      *
       FD  PARM-FILE
           RECORD CONTAINS 14 CHARACTERS.
      *
       01  PARM-RECORD.
           05  PARM-MIN-GPA-4          PIC 9V99.
           05  PARM-MIN-COMPLETION     PIC 999V9.
           05  PARM-MAX-ATTEMPTS       PIC 999.
           05  PARM-EVAL-TERM          PIC X(4).
      *
      *  ONE RECORD PER STUDENT EVALUATED.  STATUS CODES ARE
      *  M (MEETS), W (SAP WARNING) AND S (SAP SUSPENSION); THE
      *  PRIOR CODE IS BLANK FOR A STUDENT THE LAST RUN DID NOT
      *  SEE.  EACH FAILED-CHECK FLAG IS 'Y' OR 'N'.
       FD  EXTRACT-FILE
           RECORD CONTAINS 71 CHARACTERS.
      *
       01  EXTRACT-REC.
           05  EX-STUDENT-ID           PIC X(9).
           05  FILLER                  PIC X.
           05  EX-STUDENT-NAME         PIC X(20).
           05  FILLER                  PIC X.
           05  EX-STATUS-CODE          PIC X.
           05  FILLER                  PIC X.
           05  EX-PRIOR-CODE           PIC X.
           05  FILLER                  PIC X.
           05  EX-COMPLETION           PIC 999V9.
           05  FILLER                  PIC X.
           05  EX-GPA-4                PIC 9V99.
           05  FILLER                  PIC X.
           05  EX-ATTEMPTED            PIC 999.
           05  FILLER                  PIC X.
           05  EX-COMPLETED            PIC 999.
           05  FILLER                  PIC X.
           05  EX-GPA-FAIL             PIC X.
           05  EX-COMPLETION-FAIL      PIC X.
           05  EX-TIMEFRAME-FAIL       PIC X.
           05  FILLER                  PIC X.
           05  EX-EVAL-DATE            PIC X(8).
           05  FILLER                  PIC X.
           05  EX-RUN-NUMBER           PIC 9(6).
      *
       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  EXCEPTION-REC               PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  HISTORY-EOF-FLAG    PIC X         VALUE 'Y'.
           05  ARCHIVE-EOF-FLAG    PIC X         VALUE 'Y'.
           05  SORT-EOF-FLAG       PIC X         VALUE 'Y'.
           05  SAPSTAT-EOF-FLAG    PIC X         VALUE 'Y'.
           05  HOLD-ACTIVE-SW      PIC X         VALUE 'N'.
               88  HOLD-ACTIVE                  VALUE 'Y'.
           05  STUDENT-ACTIVE-SW   PIC X         VALUE 'N'.
               88  STUDENT-ACTIVE               VALUE 'Y'.
      *
       01  HISTORY-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  ARCHIVE-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  SM-FILE-STATUS          PIC XX        VALUE '00'.
      *
       01  SAPSTAT-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  PARM-FILE-STATUS        PIC XX        VALUE '00'.
      *
       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
           05  CD-MONTH            PIC XX.
           05  CD-DAY              PIC XX.
      *
      *  PARAMETER BLOCK FOR THE LAB5RUNCTL SERVICE.  THE SAP RUN
      *  READS THE MASTER AND THE HISTORY BUT UPDATES NEITHER, SO
      *  IT CLAIMS ITS RUN NUMBER WITHOUT TAKING THE SERIALIZATION
      *  LOCK.
       01  RUN-CTL-PARMS.
           05  RP-FUNCTION         PIC X         VALUE 'C'.
           05  RP-PROGRAM          PIC X(15)     VALUE 'LAB5SAP'.
           05  RP-UPDATER-SW       PIC X         VALUE 'N'.
           05  RP-RESUME-OWN-SW    PIC X         VALUE 'N'.
           05  RP-RUN-NUMBER       PIC 9(6)      VALUE 0.
           05  RP-STATUS           PIC X(10)     VALUE 'STARTED'.
           05  RP-RESUMED          PIC 9(6)      VALUE 0.
           05  RP-READ-COUNT       PIC 9(6)      VALUE 0.
           05  RP-RESULT           PIC X         VALUE '0'.
               88  RUN-REFUSED                   VALUE 'L'.
      *
       01  THRESHOLD-FIELDS.
           05  TH-MIN-GPA-4        PIC 9V99      VALUE 2.00.
           05  TH-MIN-COMPLETION   PIC 999V9     VALUE 67.0.
           05  TH-MAX-ATTEMPTS     PIC 999       VALUE 60.
      *
       01  WORK-FIELDS.
           05  WK-SEQ              PIC 9(6)      VALUE 0.
           05  WK-SAVE-LINE        PIC X(80)     VALUE SPACES.
           05  WK-IDX              PIC S9(4)     VALUE +0.
           05  WK-HIT-IDX          PIC S9(4)     VALUE +0.
           05  WK-OLD-STATUS       PIC X(14)     VALUE SPACES.
           05  WK-NEW-STATUS       PIC X(14)     VALUE SPACES.
           05  WK-EVAL-TERM        PIC X(4)      VALUE SPACES.
           05  WK-LATEST-TERM      PIC X(4)      VALUE SPACES.
           05  WK-FAILED-SW        PIC X         VALUE 'N'.
               88  SAP-FAILED                   VALUE 'Y'.
      *
       01  COUNT-FIELDS.
           05  CT-STUDENTS         PIC S9(5)     VALUE +0.
           05  CT-MEETS            PIC S9(5)     VALUE +0.
           05  CT-WARNING          PIC S9(5)     VALUE +0.
           05  CT-SUSPENSION       PIC S9(5)     VALUE +0.
           05  CT-CHANGED          PIC S9(5)     VALUE +0.
           05  CT-NO-MASTER        PIC S9(5)     VALUE +0.
      *
      *  THE STUDENT BEING EVALUATED.  THE COUNTS ARE OF GOVERNING
      *  COURSE RESULTS -- A REPEATED COURSE IS TWO ATTEMPTS.
       01  STUDENT-SAP-FIELDS.
           05  SA-ATTEMPTED        PIC 9(3)      VALUE 0.
           05  SA-COMPLETED        PIC 9(3)      VALUE 0.
           05  SA-COMPLETION       PIC 999V9     VALUE 0.
           05  SA-GPA-4            PIC 9V99      VALUE 0.
           05  SA-JUDGE-GPA-SW     PIC X         VALUE 'N'.
               88  SA-JUDGE-GPA                 VALUE 'Y'.
           05  SA-GPA-FAIL         PIC X         VALUE 'N'.
           05  SA-COMPLETION-FAIL  PIC X         VALUE 'N'.
           05  SA-TIMEFRAME-FAIL   PIC X         VALUE 'N'.
      *
      *  SAP STATUSES AS OF THE PRIOR RUN, TABLED SO EACH
      *  STUDENT'S NEW STATUS CAN BE COMPARED AGAINST THE OLD --
      *  A STUDENT WITH NO PRIOR RECORD HAS NO PRIOR FAILURE.
      *  THE PERIOD AND ENTERING STATUS COME ALONG FOR A RERUN.
       01  PRIOR-TABLE-AREA.
           05  PR-MAX-ENTRIES      PIC S9(4)     VALUE +5000.
           05  PR-COUNT            PIC S9(4)     VALUE +0.
           05  PR-ENTRY OCCURS 5000 TIMES.
               10  PR-STUDENT-ID   PIC X(9).
               10  PR-STATUS       PIC X(14).
               10  PR-EVAL-TERM    PIC X(4).
               10  PR-ENTRY-STATUS PIC X(14).
      *
      *  THE NEW STATUSES, HELD UNTIL END OF JOB AND THEN WRITTEN
      *  BACK AS THE NEW L5SAPSTAT.TXT
       01  NEW-TABLE-AREA.
           05  NW-MAX-ENTRIES      PIC S9(4)     VALUE +5000.
           05  NW-COUNT            PIC S9(4)     VALUE +0.
           05  NW-ENTRY OCCURS 5000 TIMES.
               10  NW-STUDENT-ID   PIC X(9).
               10  NW-STUDENT-NAME PIC X(20).
               10  NW-STATUS       PIC X(14).
               10  NW-COMPLETION   PIC 999V9.
               10  NW-GPA-4        PIC 9V99.
               10  NW-ATTEMPTED    PIC 999.
               10  NW-ENTRY-STATUS PIC X(14).
      *
      *  THE RECORD BEING HELD UNTIL THE NEXT RETURN SHOWS WHETHER
      *  A LATER (GOVERNING) RECORD EXISTS FOR THE SAME
      *  STUDENT/TERM/COURSE.
       01  HOLD-FIELDS.
           05  HD-REC-TYPE         PIC X.
           05  HD-KEY.
               10  HD-STUDENT-ID   PIC X(9).
               10  HD-TERM         PIC X(4).
               10  HD-COURSE-NUM   PIC X(5).
               10  HD-SECTION      PIC X(2).
           05  HD-STUDENT-NAME     PIC X(20).
           05  HD-LETTER           PIC X.
      *
       01  GROUP-FIELDS.
           05  CUR-STUDENT         PIC X(9)      VALUE HIGH-VALUES.
           05  CUR-STUDENT-NAME    PIC X(20)     VALUE SPACES.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING      PIC 9        VALUE 1.
           05  LINE-COUNT          PIC 99       VALUE 0.
           05  LINES-PER-PAGE      PIC 99       VALUE 50.
      **************************OUTPUT AREA***************************
       01  HEADER-1.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(42)
                   VALUE 'SAP EVALUATION - STATUS CHANGES'.
           05  H1-DATE.
               10  H1-MONTH        PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-DAY          PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-YEAR         PIC XXXX.
           05                      PIC X(6)      VALUE '  RUN '.
           05  H1-RUN-NUMBER       PIC 9(6).
      *
       01  THRESHOLD-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(12)     VALUE 'MIN GPA '.
           05  THL-MIN-GPA-4       PIC 9.99.
           05                      PIC X(18)
                   VALUE '   MIN COMPLETION '.
           05  THL-MIN-COMPLETION  PIC ZZ9.9.
           05                      PIC X(16)
                   VALUE '%  MAX ATTEMPTS '.
           05  THL-MAX-ATTEMPTS    PIC ZZ9.
      *
       01  COLUMN-LINE-1.
           05                      PIC X(46)     VALUE SPACES.
           05                      PIC X(34)
                   VALUE 'COMPL   4.0            FAILED'.
      *
       01  COLUMN-LINE-2.
           05                      PIC X(1)      VALUE SPACES.
           05                      PIC X(31)     VALUE 'NAME'.
           05                      PIC X(15)     VALUE 'PRIOR'.
           05                      PIC X(15)     VALUE 'NEW'.
           05                      PIC X(18)
                   VALUE '%    GPA  ATT GCT'.
      *
       01  EXCEPTION-LINE.
           05                      PIC X(1)      VALUE SPACES.
           05  XL-NAME             PIC X(20).
           05                      PIC X(1)      VALUE SPACES.
           05  XL-STUDENT-ID       PIC X(9).
           05                      PIC X(1)      VALUE SPACES.
           05  XL-OLD-STATUS       PIC X(14).
           05                      PIC X(1)      VALUE SPACES.
           05  XL-NEW-STATUS       PIC X(14).
           05                      PIC X(1)      VALUE SPACES.
           05  XL-COMPLETION       PIC ZZ9.9.
           05                      PIC X(1)      VALUE SPACES.
           05  XL-GPA-4            PIC 9.99.
           05                      PIC X(1)      VALUE SPACES.
           05  XL-ATTEMPTED        PIC ZZ9.
           05                      PIC X(1)      VALUE SPACES.
           05  XL-GPA-FAIL         PIC X.
           05  XL-COMPLETION-FAIL  PIC X.
           05  XL-TIMEFRAME-FAIL   PIC X.
      *
       01  LEGEND-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(60)
               VALUE 'FAILED: G = GPA  C = COMPLETION  T = TIMEFRAME'.
      *
       01  TOTAL-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05  TL-LABEL            PIC X(30).
           05  TL-COUNT            PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       10-CONTROL-MODULE.

           PERFORM 15-HOUSEKEEPING

           SORT SORT-FILE
               ON ASCENDING KEY SR-STUDENT-ID
                                SR-TERM
                                SR-COURSE-NUM
                                SR-SECTION
                                SR-SEQ
               INPUT PROCEDURE IS 20-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 25-EVALUATE-STUDENTS

           PERFORM 50-EOF-ROUTINE
           .

       15-HOUSEKEEPING.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO H1-MONTH
           MOVE CD-DAY TO H1-DAY
           MOVE CD-YEAR TO H1-YEAR

           PERFORM 12-CLAIM-RUN-NUMBER
           PERFORM 17-READ-PARM-CARD
           PERFORM 18-LOAD-PRIOR-STATUS

      *  THE HISTORY IS WHERE EVERY STUDENT EVALUATED COMES FROM.
      *  WITHOUT IT THE RUN WOULD SEE NO ONE AND REWRITE THE STATUS
      *  FILE EMPTY, LOSING EVERY PRIOR WARNING -- STOP HARD FIRST.
      *  THE FILE STAYS OPEN FOR 20-RELEASE-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
               DISPLAY 'LAB5SAP COURSE HISTORY L5HISTORY.DAT'
                       ' WILL NOT OPEN, STATUS ' HISTORY-FILE-STATUS
                       ' -- RUN STOPPED'
               DISPLAY 'RESTORE THE HISTORY AND RERUN THE JOB'
               MOVE 'F' TO RP-FUNCTION
               MOVE 'NOHISTORY' TO RP-STATUS
               CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *  EVERY GPA JUDGED COMES FROM THE MASTER -- WITHOUT IT EACH
      *  STUDENT WOULD JUDGE AS 0.00 AND BE SUSPENDED.  STOP HARD
      *  BEFORE ANY OUTPUT IS OPENED, SO THE PRIOR RUN'S EXTRACT
      *  AND STATUS FILE ARE LEFT AS THEY WERE.
           OPEN INPUT STUDENT-MASTER
           IF SM-FILE-STATUS NOT = '00'
               DISPLAY 'LAB5SAP STUDENT MASTER STUDENTMASTER.DAT'
                       ' WILL NOT OPEN, STATUS ' SM-FILE-STATUS
                       ' -- RUN STOPPED'
               DISPLAY 'RESTORE THE MASTER AND RERUN THE JOB'
               MOVE 'F' TO RP-FUNCTION
               MOVE 'NOMASTER' TO RP-STATUS
               CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT EXCEPTION-FILE

           MOVE RP-RUN-NUMBER TO H1-RUN-NUMBER
           WRITE EXCEPTION-REC FROM HEADER-1
               AFTER ADVANCING PAGE
           MOVE 0 TO LINE-COUNT

           MOVE TH-MIN-GPA-4 TO THL-MIN-GPA-4
           MOVE TH-MIN-COMPLETION TO THL-MIN-COMPLETION
           MOVE TH-MAX-ATTEMPTS TO THL-MAX-ATTEMPTS
           MOVE THRESHOLD-LINE TO EXCEPTION-REC
           MOVE 2 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           PERFORM 41-COLUMN-HEADINGS
           .

      *  CLAIM THE RUN NUMBER THROUGH THE LAB5RUNCTL SERVICE SO
      *  EVERY SAP RUN SHOWS ON THE PERMANENT RUN LOG.
       12-CLAIM-RUN-NUMBER.

           MOVE 'C' TO RP-FUNCTION
           CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS

           IF RUN-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *  OPTIONAL THRESHOLD CARD.  A FIELD LEFT BLANK OR ZERO KEEPS
      *  ITS DEFAULT.  A BLANK PERIOD IS FILLED IN ONCE THE HISTORY
      *  HAS BEEN RELEASED, FROM THE LATEST TERM ON IT.
       17-READ-PARM-CARD.

           OPEN INPUT PARM-FILE

           IF PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-MIN-GPA-4 NUMERIC
                          AND PARM-MIN-GPA-4 > 0
                           MOVE PARM-MIN-GPA-4 TO TH-MIN-GPA-4
                       END-IF
                       IF PARM-MIN-COMPLETION NUMERIC
                          AND PARM-MIN-COMPLETION > 0
                           MOVE PARM-MIN-COMPLETION
                               TO TH-MIN-COMPLETION
                       END-IF
                       IF PARM-MAX-ATTEMPTS NUMERIC
                          AND PARM-MAX-ATTEMPTS > 0
                           MOVE PARM-MAX-ATTEMPTS
                               TO TH-MAX-ATTEMPTS
                       END-IF
                       MOVE PARM-EVAL-TERM TO WK-EVAL-TERM
               END-READ
               CLOSE PARM-FILE
           END-IF
           .

      *  THE STATUS FILE FROM THE PRIOR RUN IS TABLED, THEN THE
      *  SAME FILE IS REWRITTEN AT END OF JOB WITH THE NEW
      *  STATUSES -- THE SAME READ-THEN-REWRITE PATTERN
      *  LAB5STANDING USES FOR L5STANDING.TXT.
       18-LOAD-PRIOR-STATUS.

           OPEN INPUT SAPSTAT-FILE

           IF SAPSTAT-FILE-STATUS = '00'
               PERFORM UNTIL SAPSTAT-EOF-FLAG = 'N'
                   READ SAPSTAT-FILE
                       AT END
                           MOVE 'N' TO SAPSTAT-EOF-FLAG
                       NOT AT END
                           IF PR-COUNT < PR-MAX-ENTRIES
                               ADD 1 TO PR-COUNT
                               MOVE SS-STUDENT-ID
                                   TO PR-STUDENT-ID (PR-COUNT)
                               MOVE SS-STATUS
                                   TO PR-STATUS (PR-COUNT)
                               MOVE SS-EVAL-TERM
                                   TO PR-EVAL-TERM (PR-COUNT)
                               MOVE SS-ENTRY-STATUS
                                   TO PR-ENTRY-STATUS (PR-COUNT)
                           ELSE
      *  A PRIOR STATUS PAST THE TABLE LIMIT WOULD TURN A SECOND
      *  FAILURE INTO A FIRST ONE -- STOP HARD INSTEAD, BEFORE
      *  ANYTHING HAS BEEN WRITTEN
                               DISPLAY 'LAB5SAP PRIOR TABLE'
                                       ' FULL AT ' PR-MAX-ENTRIES
                                       ' -- RUN STOPPED'
                               DISPLAY 'RAISE PR-MAX-ENTRIES AND'
                                       ' RERUN THE JOB'
                               MOVE 'F' TO RP-FUNCTION
                               MOVE 'TBLOVRFL' TO RP-STATUS
                               CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAPSTAT-FILE
           END-IF
           .

      *  THE ARCHIVED TERMS ARE RELEASED FIRST, SO A LIVE RECORD
      *  FOR THE SAME STUDENT/TERM/COURSE ARRIVES LATER AND STILL
      *  GOVERNS -- THE SAME ORDER A FULL TRANSCRIPT USES.  THE
      *  HISTORY WAS OPENED BY 15-HOUSEKEEPING.
       20-RELEASE-HISTORY.

           PERFORM 22-RELEASE-ARCHIVE

           PERFORM UNTIL HISTORY-EOF-FLAG = 'N'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO HISTORY-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WK-SEQ
                       MOVE HI-REC-TYPE TO SR-REC-TYPE
                       MOVE HI-STUDENT-ID TO SR-STUDENT-ID
                       MOVE HI-STUDENT-NAME TO SR-STUDENT-NAME
                       MOVE HI-TERM TO SR-TERM
                       MOVE HI-COURSE-NUM TO SR-COURSE-NUM
                       MOVE HI-SECTION TO SR-SECTION
                       MOVE HI-LETTER TO SR-LETTER
                       MOVE WK-SEQ TO SR-SEQ
                       PERFORM 24-RELEASE-SORT-REC
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           IF WK-EVAL-TERM = SPACES
               MOVE WK-LATEST-TERM TO WK-EVAL-TERM
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
                           MOVE AR-STUDENT-NAME TO SR-STUDENT-NAME
                           MOVE AR-TERM TO SR-TERM
                           MOVE AR-COURSE-NUM TO SR-COURSE-NUM
                           MOVE AR-SECTION TO SR-SECTION
                           MOVE AR-LETTER TO SR-LETTER
                           MOVE WK-SEQ TO SR-SEQ
                           PERFORM 24-RELEASE-SORT-REC
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           .

      *  TERM CODES COLLATE IN CHRONOLOGICAL ORDER, SO THE HIGHEST
      *  ONE RELEASED IS THE LATEST TERM ON THE HISTORY.
       24-RELEASE-SORT-REC.

           IF SR-TERM > WK-LATEST-TERM
               MOVE SR-TERM TO WK-LATEST-TERM
           END-IF
           RELEASE SORT-REC
           .

      *  HOLD EACH RECORD UNTIL THE NEXT ONE SHOWS WHETHER IT WAS
      *  SUPERSEDED: WITHIN A STUDENT/TERM/COURSE GROUP ONLY THE
      *  LAST-ARRIVED RECORD GOVERNS.
       25-EVALUATE-STUDENTS.

           PERFORM UNTIL SORT-EOF-FLAG = 'N'
               RETURN SORT-FILE
                   AT END
                       MOVE 'N' TO SORT-EOF-FLAG
                       IF HOLD-ACTIVE
                           PERFORM 30-COUNT-HELD-RECORD
                       END-IF
                       IF STUDENT-ACTIVE
                           PERFORM 31-EVALUATE-STUDENT
                       END-IF
                   NOT AT END
                       IF HOLD-ACTIVE
                          AND (SR-STUDENT-ID NOT = HD-STUDENT-ID
                           OR SR-TERM NOT = HD-TERM
                           OR SR-COURSE-NUM NOT = HD-COURSE-NUM
                           OR SR-SECTION NOT = HD-SECTION)
                           PERFORM 30-COUNT-HELD-RECORD
                       END-IF
                       MOVE SR-REC-TYPE TO HD-REC-TYPE
                       MOVE SR-STUDENT-ID TO HD-STUDENT-ID
                       MOVE SR-STUDENT-NAME TO HD-STUDENT-NAME
                       MOVE SR-TERM TO HD-TERM
                       MOVE SR-COURSE-NUM TO HD-COURSE-NUM
                       MOVE SR-SECTION TO HD-SECTION
                       MOVE SR-LETTER TO HD-LETTER
                       MOVE 'Y' TO HOLD-ACTIVE-SW
               END-RETURN
           END-PERFORM
           .

      *  A GOVERNING 'X' MEANS THE COURSE WAS DELETED AND IS NO
      *  ATTEMPT AT ALL.  A-D IS ATTEMPTED AND COMPLETED; F, I AND
      *  W ARE ATTEMPTED BUT NOT COMPLETED.
       30-COUNT-HELD-RECORD.

           IF HD-REC-TYPE NOT = 'X'
               IF HD-STUDENT-ID NOT = CUR-STUDENT
                   IF STUDENT-ACTIVE
                       PERFORM 31-EVALUATE-STUDENT
                   END-IF
                   MOVE HD-STUDENT-ID TO CUR-STUDENT
                   MOVE HD-STUDENT-NAME TO CUR-STUDENT-NAME
                   SET STUDENT-ACTIVE TO TRUE
                   MOVE 0 TO SA-ATTEMPTED
                   MOVE 0 TO SA-COMPLETED
               END-IF

               EVALUATE HD-LETTER
                   WHEN 'A'
                   WHEN 'B'
                   WHEN 'C'
                   WHEN 'D'
                       ADD 1 TO SA-ATTEMPTED
                       ADD 1 TO SA-COMPLETED
                   WHEN 'F'
                   WHEN 'I'
                   WHEN 'W'
                       ADD 1 TO SA-ATTEMPTED
               END-EVALUATE
           END-IF
           .

      *  JUDGE THE STUDENT ON ALL THREE CHECKS.  THE 4.0 GPA IS
      *  ONLY JUDGED ONCE THE MASTER SHOWS CREDITS ATTEMPTED; A
      *  STUDENT WITH NO MASTER RECORD AT ALL HAS NO GPA OF RECORD
      *  AND FAILS THAT CHECK, SO THE AID OFFICE SEES THEM.  ANY
      *  FAILURE IS A WARNING, OR A SUSPENSION WHEN THE STUDENT
      *  WAS ALREADY ON WARNING OR SUSPENSION.
       31-EVALUATE-STUDENT.

           ADD 1 TO CT-STUDENTS
           PERFORM 32-READ-MASTER

           MOVE 'N' TO SA-GPA-FAIL
           MOVE 'N' TO SA-COMPLETION-FAIL
           MOVE 'N' TO SA-TIMEFRAME-FAIL

           IF SA-JUDGE-GPA
              AND SA-GPA-4 < TH-MIN-GPA-4
               MOVE 'Y' TO SA-GPA-FAIL
           END-IF

           IF SA-ATTEMPTED > 0
               COMPUTE SA-COMPLETION ROUNDED =
                   SA-COMPLETED * 100 / SA-ATTEMPTED
               IF SA-COMPLETION < TH-MIN-COMPLETION
                   MOVE 'Y' TO SA-COMPLETION-FAIL
               END-IF
           ELSE
               MOVE 0 TO SA-COMPLETION
           END-IF

           IF SA-ATTEMPTED > TH-MAX-ATTEMPTS
               MOVE 'Y' TO SA-TIMEFRAME-FAIL
           END-IF

           PERFORM 33-LOOKUP-PRIOR-STATUS

           MOVE 'N' TO WK-FAILED-SW
           IF SA-GPA-FAIL = 'Y'
              OR SA-COMPLETION-FAIL = 'Y'
              OR SA-TIMEFRAME-FAIL = 'Y'
               SET SAP-FAILED TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN NOT SAP-FAILED
                   MOVE 'MEETS' TO WK-NEW-STATUS
                   ADD 1 TO CT-MEETS
               WHEN WK-OLD-STATUS = 'SAP WARNING'
                 OR WK-OLD-STATUS = 'SAP SUSPENSION'
                   MOVE 'SAP SUSPENSION' TO WK-NEW-STATUS
                   ADD 1 TO CT-SUSPENSION
               WHEN OTHER
                   MOVE 'SAP WARNING' TO WK-NEW-STATUS
                   ADD 1 TO CT-WARNING
           END-EVALUATE

           PERFORM 34-HOLD-NEW-STATUS
           PERFORM 35-WRITE-EXTRACT

      *  A STUDENT WHOSE STATUS MOVED GOES ON THE EXCEPTION LIST.
      *  A STUDENT THE LAST RUN DID NOT SEE IS LISTED ONLY WHEN
      *  THEY START ANYWHERE BUT MEETS.
           IF WK-NEW-STATUS NOT = WK-OLD-STATUS
              AND NOT (WK-OLD-STATUS = SPACES
                       AND WK-NEW-STATUS = 'MEETS')
               PERFORM 36-PRINT-EXCEPTION
           END-IF

           MOVE 'N' TO STUDENT-ACTIVE-SW
           .

      *  A MASTER RECORD WITH NO CREDITS ATTEMPTED (OR FROM BEFORE
      *  CREDITS EXISTED) HAS NO 4.0 GPA TO JUDGE.  NO MASTER
      *  RECORD AT ALL JUDGES AS A 0.00 GPA.
       32-READ-MASTER.

           MOVE 0 TO SA-GPA-4
           SET SA-JUDGE-GPA TO TRUE

           MOVE CUR-STUDENT TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   ADD 1 TO CT-NO-MASTER
               NOT INVALID KEY
                   IF SM-CRED-ATTEMPTED NUMERIC
                      AND SM-GPA-4 NUMERIC
                      AND SM-CRED-ATTEMPTED > 0
                       MOVE SM-GPA-4 TO SA-GPA-4
                   ELSE
                       MOVE 'N' TO SA-JUDGE-GPA-SW
                   END-IF
           END-READ
           .

       33-LOOKUP-PRIOR-STATUS.

           MOVE 0 TO WK-HIT-IDX
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > PR-COUNT
                      OR WK-HIT-IDX > 0
               IF PR-STUDENT-ID (WK-IDX) = CUR-STUDENT
                   MOVE WK-IDX TO WK-HIT-IDX
               END-IF
           END-PERFORM

      *  A STATUS WRITTEN FOR THIS SAME PERIOD CAME FROM AN EARLIER
      *  RUN OF IT, SO THE STUDENT IS JUDGED AGAINST THE STATUS THEY
      *  ENTERED THE PERIOD WITH, NOT THE ONE THAT RUN GAVE THEM.
           EVALUATE TRUE
               WHEN WK-HIT-IDX = 0
                   MOVE SPACES TO WK-OLD-STATUS
               WHEN PR-EVAL-TERM (WK-HIT-IDX) = WK-EVAL-TERM
                   MOVE PR-ENTRY-STATUS (WK-HIT-IDX) TO WK-OLD-STATUS
               WHEN OTHER
                   MOVE PR-STATUS (WK-HIT-IDX) TO WK-OLD-STATUS
           END-EVALUATE
           .

      *  A STATUS PAST THE TABLE LIMIT WOULD FALL OUT OF THE
      *  REWRITTEN STATUS FILE AND LOSE A FIRST FAILURE -- STOP
      *  HARD INSTEAD; THE OLD STATUS FILE IS STILL INTACT AND THE
      *  RERUN STARTS CLEAN.
       34-HOLD-NEW-STATUS.

           IF NW-COUNT NOT < NW-MAX-ENTRIES
               DISPLAY 'LAB5SAP NEW-STATUS TABLE FULL AT '
                       NW-MAX-ENTRIES ' -- RUN STOPPED'
               DISPLAY 'RAISE NW-MAX-ENTRIES AND RERUN THE JOB'
               MOVE 'F' TO RP-FUNCTION
               MOVE 'TBLOVRFL' TO RP-STATUS
               MOVE CT-STUDENTS TO RP-READ-COUNT
               CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO NW-COUNT
           MOVE CUR-STUDENT TO NW-STUDENT-ID (NW-COUNT)
           MOVE CUR-STUDENT-NAME TO NW-STUDENT-NAME (NW-COUNT)
           MOVE WK-NEW-STATUS TO NW-STATUS (NW-COUNT)
           MOVE SA-COMPLETION TO NW-COMPLETION (NW-COUNT)
           MOVE SA-GPA-4 TO NW-GPA-4 (NW-COUNT)
           MOVE SA-ATTEMPTED TO NW-ATTEMPTED (NW-COUNT)
           MOVE WK-OLD-STATUS TO NW-ENTRY-STATUS (NW-COUNT)
           .

       35-WRITE-EXTRACT.

           MOVE SPACES TO EXTRACT-REC
           MOVE CUR-STUDENT TO EX-STUDENT-ID
           MOVE CUR-STUDENT-NAME TO EX-STUDENT-NAME
           EVALUATE WK-NEW-STATUS
               WHEN 'SAP WARNING'
                   MOVE 'W' TO EX-STATUS-CODE
               WHEN 'SAP SUSPENSION'
                   MOVE 'S' TO EX-STATUS-CODE
               WHEN OTHER
                   MOVE 'M' TO EX-STATUS-CODE
           END-EVALUATE
           EVALUATE WK-OLD-STATUS
               WHEN 'SAP WARNING'
                   MOVE 'W' TO EX-PRIOR-CODE
               WHEN 'SAP SUSPENSION'
                   MOVE 'S' TO EX-PRIOR-CODE
               WHEN SPACES
                   MOVE SPACE TO EX-PRIOR-CODE
               WHEN OTHER
                   MOVE 'M' TO EX-PRIOR-CODE
           END-EVALUATE
           MOVE SA-COMPLETION TO EX-COMPLETION
           MOVE SA-GPA-4 TO EX-GPA-4
           MOVE SA-ATTEMPTED TO EX-ATTEMPTED
           MOVE SA-COMPLETED TO EX-COMPLETED
           MOVE SA-GPA-FAIL TO EX-GPA-FAIL
           MOVE SA-COMPLETION-FAIL TO EX-COMPLETION-FAIL
           MOVE SA-TIMEFRAME-FAIL TO EX-TIMEFRAME-FAIL
           MOVE CURRENT-DATE TO EX-EVAL-DATE
           MOVE RP-RUN-NUMBER TO EX-RUN-NUMBER
           WRITE EXTRACT-REC
           .

       36-PRINT-EXCEPTION.

           ADD 1 TO CT-CHANGED

           MOVE CUR-STUDENT-NAME TO XL-NAME
           MOVE CUR-STUDENT TO XL-STUDENT-ID
           IF WK-OLD-STATUS = SPACES
               MOVE 'NONE' TO XL-OLD-STATUS
           ELSE
               MOVE WK-OLD-STATUS TO XL-OLD-STATUS
           END-IF
           MOVE WK-NEW-STATUS TO XL-NEW-STATUS
           MOVE SA-COMPLETION TO XL-COMPLETION
           MOVE SA-GPA-4 TO XL-GPA-4
           MOVE SA-ATTEMPTED TO XL-ATTEMPTED

           MOVE SPACE TO XL-GPA-FAIL
           MOVE SPACE TO XL-COMPLETION-FAIL
           MOVE SPACE TO XL-TIMEFRAME-FAIL
           IF SA-GPA-FAIL = 'Y'
               MOVE 'G' TO XL-GPA-FAIL
           END-IF
           IF SA-COMPLETION-FAIL = 'Y'
               MOVE 'C' TO XL-COMPLETION-FAIL
           END-IF
           IF SA-TIMEFRAME-FAIL = 'Y'
               MOVE 'T' TO XL-TIMEFRAME-FAIL
           END-IF

           MOVE EXCEPTION-LINE TO EXCEPTION-REC
           MOVE 1 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE
           .

      *  THE HEADER WRITE LANDS IN THE SAME RECORD AREA AS THE
      *  PENDING LINE, SO SAVE THE PENDING LINE ACROSS A PAGE BREAK
       40-WRITE-A-LINE.

           IF LINE-COUNT + PROPER-SPACING > LINES-PER-PAGE
               MOVE EXCEPTION-REC TO WK-SAVE-LINE
               WRITE EXCEPTION-REC FROM HEADER-1
                   AFTER ADVANCING PAGE
               MOVE 0 TO LINE-COUNT
               PERFORM 41-COLUMN-HEADINGS
               MOVE WK-SAVE-LINE TO EXCEPTION-REC
           END-IF

           WRITE EXCEPTION-REC
               AFTER ADVANCING PROPER-SPACING

           ADD PROPER-SPACING TO LINE-COUNT
           .

       41-COLUMN-HEADINGS.

           WRITE EXCEPTION-REC FROM COLUMN-LINE-1
               AFTER ADVANCING 2
           WRITE EXCEPTION-REC FROM COLUMN-LINE-2
               AFTER ADVANCING 1
           ADD 3 TO LINE-COUNT
           .

      *  REWRITE THE STATUS FILE WITH WHERE EVERY STUDENT STANDS
      *  NOW -- NEXT TERM'S RUN COMPARES AGAINST THIS.  A RUN THAT
      *  EVALUATED NO ONE LEAVES THE OLD FILE ALONE RATHER THAN
      *  WIPE EVERY PRIOR STATUS.
       50-EOF-ROUTINE.

           PERFORM 52-PRINT-TOTALS

           IF CT-STUDENTS > 0
               OPEN OUTPUT SAPSTAT-FILE
               PERFORM VARYING WK-IDX FROM 1 BY 1
                       UNTIL WK-IDX > NW-COUNT
                   MOVE SPACES TO SAPSTAT-REC
                   MOVE NW-STUDENT-NAME (WK-IDX) TO SS-STUDENT-NAME
                   MOVE NW-STATUS (WK-IDX) TO SS-STATUS
                   MOVE NW-COMPLETION (WK-IDX) TO SS-COMPLETION
                   MOVE NW-GPA-4 (WK-IDX) TO SS-GPA-4
                   MOVE NW-ATTEMPTED (WK-IDX) TO SS-ATTEMPTED
                   MOVE NW-STUDENT-ID (WK-IDX) TO SS-STUDENT-ID
                   MOVE WK-EVAL-TERM TO SS-EVAL-TERM
                   MOVE NW-ENTRY-STATUS (WK-IDX) TO SS-ENTRY-STATUS
                   WRITE SAPSTAT-REC
               END-PERFORM
               CLOSE SAPSTAT-FILE
           END-IF

           CLOSE STUDENT-MASTER
                 EXTRACT-FILE
                 EXCEPTION-FILE

           DISPLAY 'LAB5SAP RUN ' RP-RUN-NUMBER
                   ' PERIOD ' WK-EVAL-TERM
                   ' STUDENTS ' CT-STUDENTS
                   ' WARNING ' CT-WARNING
                   ' SUSPENSION ' CT-SUSPENSION
                   ' CHANGED ' CT-CHANGED

           PERFORM 54-FINALIZE-RUN-CONTROL

           STOP RUN
           .

       52-PRINT-TOTALS.

           MOVE LEGEND-LINE TO EXCEPTION-REC
           MOVE 2 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           MOVE 'STUDENTS EVALUATED' TO TL-LABEL
           MOVE CT-STUDENTS TO TL-COUNT
           MOVE TOTAL-LINE TO EXCEPTION-REC
           MOVE 2 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           MOVE 'MEETS' TO TL-LABEL
           MOVE CT-MEETS TO TL-COUNT
           MOVE TOTAL-LINE TO EXCEPTION-REC
           MOVE 1 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           MOVE 'SAP WARNING' TO TL-LABEL
           MOVE CT-WARNING TO TL-COUNT
           MOVE TOTAL-LINE TO EXCEPTION-REC
           MOVE 1 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           MOVE 'SAP SUSPENSION' TO TL-LABEL
           MOVE CT-SUSPENSION TO TL-COUNT
           MOVE TOTAL-LINE TO EXCEPTION-REC
           MOVE 1 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           MOVE 'STATUS CHANGED' TO TL-LABEL
           MOVE CT-CHANGED TO TL-COUNT
           MOVE TOTAL-LINE TO EXCEPTION-REC
           MOVE 1 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           MOVE 'NO MASTER RECORD' TO TL-LABEL
           MOVE CT-NO-MASTER TO TL-COUNT
           MOVE TOTAL-LINE TO EXCEPTION-REC
           MOVE 1 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE
           .

      *  STAMP THE OUTCOME AND LOG THE EXECUTION.
       54-FINALIZE-RUN-CONTROL.

           MOVE 'F' TO RP-FUNCTION
           MOVE 'COMPLETED' TO RP-STATUS
           MOVE CT-STUDENTS TO RP-READ-COUNT
           CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
           .
