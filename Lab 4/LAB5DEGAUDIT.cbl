       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5DEGAUDIT.
       AUTHOR. YOURNAMEHERE.
      *************************
      *              DEGREE AUDIT RUN
      *
      *    COMPANION PROGRAM TO LAB5TRANSCRIPT.  THE ADVISORS USED
      *    TO CHECK GRADUATION REQUIREMENTS BY HAND AGAINST A
      *    PRINTED TRANSCRIPT; THIS RUN DOES IT FROM THE SAME
      *    GOVERNING HISTORY.  THE LIVE HISTORY AND THE ARCHIVE ARE
      *    SORTED BY STUDENT, TERM AND COURSE, ONLY THE GOVERNING
      *    (LATEST) RECORD FOR EACH STUDENT/TERM/COURSE IS KEPT,
      *    AND EACH STUDENT'S RESULTS ARE CHECKED AGAINST THE
      *    REQUIREMENTS OF THE MAJOR DECLARED ON THE ADVISOR
      *    MASTER.  EVERY REQUIREMENT PRINTS AS MET (WITH THE
      *    COURSE AND TERM THAT MET IT), IN PROGRESS OR
      *    OUTSTANDING, AND A STUDENT WITH EVERYTHING MET IS
      *    FLAGGED READY TO GRADUATE.  THE LAST PAGE LISTS, BY
      *    ADVISOR, THE STUDENTS WITHIN TWO REQUIREMENTS OF
      *    COMPLETION.
      *******
      *    INPUT:
      *        L5HISTORY.DAT   - KEYED COURSE-RESULT HISTORY ('G'
      *                          GRADED, 'A' AMENDED, 'X' DELETED)
      *        L5HISTARCH.TXT  - ARCHIVED GOVERNING RECORDS OF
      *                          CLOSED TERMS
      *        L5PROGREQ.TXT   - PROGRAM REQUIREMENTS, ONE RECORD
      *                          PER REQUIREMENT: MAJOR, REQUIREMENT
      *                          ID, HOW MANY OF THE LISTED COURSES
      *                          ARE NEEDED (1 FOR A REQUIRED
      *                          COURSE), THE LOWEST LETTER
      *                          ACCEPTED (BLANK MEANS D), A
      *                          DESCRIPTION AND UP TO TEN COURSES
      *        L5ADVISORS.TXT  - OPTIONAL: ADVISOR MASTER, FOR THE
      *                          ADVISOR AND THE DECLARED MAJOR
      *******
      *    OUTPUT:
      *        L5DEGAUDIT.TXT  - ONE AUDIT PER STUDENT, NEW PAGE
      *                          PER STUDENT, THEN THE ADVISOR
      *                          SUMMARY PAGE
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
               ASSIGN TO 'L5DGAWK'.

           SELECT PROGREQ-FILE
               ASSIGN TO 'L5PROGREQ.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGREQ-FILE-STATUS.

      *  SAME ADVISOR ASSIGNMENT MASTER LAB5STANDING READS.  THE
      *  FILE IS OPTIONAL; WITHOUT IT NO STUDENT HAS A DECLARED
      *  MAJOR AND NOTHING CAN BE AUDITED.
           SELECT ADVMAST-FILE
               ASSIGN TO 'L5ADVISORS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVMAST-FILE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO 'L5DEGAUDIT.TXT'.
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
      *  ONE REQUIREMENT OF ONE MAJOR.  A REQUIRED COURSE IS A
      *  REQUIREMENT NEEDING 1 OF 1 COURSE; AN ELECTIVE GROUP
      *  NEEDS PQ-NEEDED OF THE COURSES LISTED.  UNUSED COURSE
      *  SLOTS ARE BLANK.
       FD  PROGREQ-FILE
           RECORD CONTAINS 86 CHARACTERS.
      *
       01  PROGREQ-REC.
           05  PQ-MAJOR                PIC X(6).
           05  FILLER                  PIC X.
           05  PQ-REQ-ID               PIC X(3).
           05  FILLER                  PIC X.
           05  PQ-NEEDED               PIC 9.
           05  FILLER                  PIC X.
           05  PQ-MIN-LETTER           PIC X.
           05  FILLER                  PIC X.
           05  PQ-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X.
           05  PQ-COURSE               PIC X(5)
                                       OCCURS 10 TIMES.
      *
       FD  ADVMAST-FILE
           RECORD CONTAINS 72 CHARACTERS.
      *
       01  ADVMAST-REC.
           05  AM-STUDENT-NAME         PIC X(20).
           05  FILLER                  PIC X.
           05  AM-ADVISOR-NAME         PIC X(20).
           05  FILLER                  PIC X.
           05  AM-DEPARTMENT           PIC X(15).
           05  AM-STUDENT-ID           PIC X(9).
           05  AM-MAJOR                PIC X(6).
      *
       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  AUDIT-REC                   PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  HISTORY-EOF-FLAG    PIC X         VALUE 'Y'.
           05  ARCHIVE-EOF-FLAG    PIC X         VALUE 'Y'.
           05  SORT-EOF-FLAG       PIC X         VALUE 'Y'.
           05  PROGREQ-EOF-FLAG    PIC X         VALUE 'Y'.
           05  ADVMAST-EOF-FLAG    PIC X         VALUE 'Y'.
           05  HOLD-ACTIVE-SW      PIC X         VALUE 'N'.
               88  HOLD-ACTIVE                  VALUE 'Y'.
           05  STUDENT-ACTIVE-SW   PIC X         VALUE 'N'.
               88  STUDENT-ACTIVE               VALUE 'Y'.
      *
       01  HISTORY-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  ARCHIVE-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  PROGREQ-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  ADVMAST-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
           05  CD-MONTH            PIC XX.
           05  CD-DAY              PIC XX.
      *
      *  PARAMETER BLOCK FOR THE LAB5RUNCTL SERVICE.  THE AUDIT
      *  READS EVERYTHING AND UPDATES NOTHING, SO IT CLAIMS ITS RUN
      *  NUMBER WITHOUT TAKING THE SERIALIZATION LOCK.
       01  RUN-CTL-PARMS.
           05  RP-FUNCTION         PIC X         VALUE 'C'.
           05  RP-PROGRAM          PIC X(15)
                                   VALUE 'LAB5DEGAUDIT'.
           05  RP-UPDATER-SW       PIC X         VALUE 'N'.
           05  RP-RESUME-OWN-SW    PIC X         VALUE 'N'.
           05  RP-RUN-NUMBER       PIC 9(6)      VALUE 0.
           05  RP-STATUS           PIC X(10)     VALUE 'STARTED'.
           05  RP-RESUMED          PIC 9(6)      VALUE 0.
           05  RP-READ-COUNT       PIC 9(6)      VALUE 0.
           05  RP-RESULT           PIC X         VALUE '0'.
               88  RUN-REFUSED                   VALUE 'L'.
      *
       01  WORK-FIELDS.
           05  WK-SEQ              PIC 9(6)      VALUE 0.
           05  WK-STUDENT-COUNT    PIC S9(5)     VALUE +0.
           05  WK-SAVE-LINE        PIC X(80)     VALUE SPACES.
           05  WK-PAGE-HEADER      PIC X(80)     VALUE SPACES.
           05  WK-REMAINING        PIC S9(3)     VALUE +0.
           05  WK-RANK-LETTER      PIC X         VALUE SPACE.
           05  WK-RANK             PIC 9         VALUE 0.
           05  WK-GROUP-ADVISOR    PIC X(20)     VALUE SPACES.
           05  WK-GROUP-COUNT      PIC S9(5)     VALUE +0.
           05  SC-IDX              PIC S9(3)     VALUE +0.
           05  RQ-IDX              PIC S9(4)     VALUE +0.
           05  RQ-CDX              PIC S9(3)     VALUE +0.
           05  AV-IDX              PIC S9(4)     VALUE +0.
           05  AV-HIT-IDX          PIC S9(4)     VALUE +0.
           05  NC-IDX              PIC S9(4)     VALUE +0.
           05  NC-JDX              PIC S9(4)     VALUE +0.
      *
       01  COUNT-FIELDS.
           05  CT-GRADUATES        PIC S9(5)     VALUE +0.
           05  CT-NOT-AUDITED      PIC S9(5)     VALUE +0.
      *
      *  ONE STUDENT'S GOVERNING COURSE RESULTS, IN THE ORDER THE
      *  SORT DELIVERED THEM (TERM, THEN COURSE) -- SO THE LAST
      *  ENTRY FOUND FOR A COURSE IS ALWAYS ITS LATEST ATTEMPT.  A
      *  STUDENT THE TABLE CANNOT HOLD STOPS THE RUN HARD RATHER
      *  THAN PRINT A WRONG AUDIT.
       01  STUDENT-COURSE-AREA.
           05  SC-MAX-ENTRIES      PIC S9(3)     VALUE +200.
           05  SC-COUNT            PIC S9(3)     VALUE +0.
           05  SC-ENTRY OCCURS 200 TIMES.
               10  SC-TERM         PIC X(4).
               10  SC-COURSE-NUM   PIC X(5).
               10  SC-SECTION      PIC X(2).
               10  SC-LETTER       PIC X.
      *
      *  EVERY REQUIREMENT OF EVERY MAJOR, IN FILE ORDER -- WHICH
      *  IS THE ORDER THEY PRINT ON THE AUDIT.
       01  REQUIREMENT-TABLE-AREA.
           05  RQ-MAX-ENTRIES      PIC S9(4)     VALUE +500.
           05  RQ-COUNT            PIC S9(4)     VALUE +0.
           05  RQ-ENTRY OCCURS 500 TIMES.
               10  RQ-MAJOR        PIC X(6).
               10  RQ-REQ-ID       PIC X(3).
               10  RQ-NEEDED       PIC 9.
               10  RQ-MIN-LETTER   PIC X.
               10  RQ-DESCRIPTION  PIC X(20).
               10  RQ-COURSE       PIC X(5)
                                   OCCURS 10 TIMES.
      *
      *  THE ADVISOR ASSIGNMENTS AND DECLARED MAJORS, TABLED UP
      *  FRONT.  A MASTER THE TABLE CANNOT HOLD WOULD LEAVE
      *  STUDENTS UNAUDITED, SO THE LOAD STOPS HARD INSTEAD.
       01  ADVISOR-TABLE-AREA.
           05  AV-MAX-ENTRIES      PIC S9(4)     VALUE +2000.
           05  AV-COUNT            PIC S9(4)     VALUE +0.
           05  AV-ENTRY OCCURS 2000 TIMES.
               10  AV-STUDENT-ID   PIC X(9).
               10  AV-ADVISOR-NAME PIC X(20).
               10  AV-DEPARTMENT   PIC X(15).
               10  AV-MAJOR        PIC X(6).
      *
      *  THE STUDENTS WITHIN TWO REQUIREMENTS OF COMPLETION, HELD
      *  UNTIL END OF JOB SO THE SUMMARY CAN PRINT THEM BY
      *  ADVISOR.
       01  NEAR-TABLE-AREA.
           05  NC-MAX-ENTRIES      PIC S9(4)     VALUE +2000.
           05  NC-COUNT            PIC S9(4)     VALUE +0.
           05  NC-ENTRY OCCURS 2000 TIMES.
               10  NC-ADVISOR-NAME PIC X(20).
               10  NC-DEPARTMENT   PIC X(15).
               10  NC-STUDENT-NAME PIC X(20).
               10  NC-STUDENT-ID   PIC X(9).
               10  NC-MAJOR        PIC X(6).
               10  NC-REMAINING    PIC 9.
               10  NC-IN-PROGRESS  PIC 9.
      *
       01  NC-SWAP-ENTRY           PIC X(72).
      *
      *  THE STUDENT BEING AUDITED: ADVISOR, MAJOR, AND HOW MANY
      *  OF THE MAJOR'S REQUIREMENTS LANDED IN EACH STATUS.
       01  STUDENT-AUDIT-FIELDS.
           05  SA-ADVISOR-NAME     PIC X(20)     VALUE SPACES.
           05  SA-DEPARTMENT       PIC X(15)     VALUE SPACES.
           05  SA-MAJOR            PIC X(6)      VALUE SPACES.
           05  SA-REQ-COUNT        PIC S9(3)     VALUE +0.
           05  SA-MET-COUNT        PIC S9(3)     VALUE +0.
           05  SA-IP-COUNT         PIC S9(3)     VALUE +0.
           05  SA-OUT-COUNT        PIC S9(3)     VALUE +0.
      *
      *  THE REQUIREMENT BEING AUDITED.  EACH COURSE SLOT REMEMBERS
      *  WHETHER IT WAS MET ('M'), IS IN PROGRESS ('I') OR NEITHER
      *  ('N'), AND WHICH COURSE RESULT DECIDED IT.
       01  REQUIREMENT-WORK-FIELDS.
           05  RW-MIN-RANK         PIC 9         VALUE 0.
           05  RW-MET-COUNT        PIC S9(3)     VALUE +0.
           05  RW-IP-COUNT         PIC S9(3)     VALUE +0.
           05  RW-SHOWN            PIC S9(3)     VALUE +0.
           05  RW-STATUS           PIC X(11)     VALUE SPACES.
           05  RW-FIRST-LINE-SW    PIC X         VALUE 'N'.
               88  RW-FIRST-LINE                VALUE 'Y'.
           05  RW-SLOT OCCURS 10 TIMES.
               10  RW-SLOT-RESULT  PIC X.
               10  RW-SLOT-IDX     PIC S9(3).
      *
      *  THE LATEST COUNTED (A-F) ATTEMPT AND THE LATEST 'I' FOR
      *  ONE COURSE OF THE REQUIREMENT
       01  COURSE-EVAL-FIELDS.
           05  CV-BEST-IDX         PIC S9(3)     VALUE +0.
           05  CV-IP-IDX           PIC S9(3)     VALUE +0.
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
           05                      PIC X(22)     VALUE 'XXX'.
           05                      PIC X(20)
                   VALUE 'DEGREE AUDIT'.
           05  H1-DATE.
               10  H1-MONTH        PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-DAY          PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  H1-YEAR         PIC XXXX.
      *
       01  STUDENT-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(9)      VALUE 'STUDENT: '.
           05  SL-NAME             PIC X(20).
           05                      PIC X(6)      VALUE '  NO. '.
           05  SL-STUDENT-ID       PIC X(9).
      *
       01  MAJOR-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(9)      VALUE 'MAJOR:   '.
           05  ML-MAJOR            PIC X(6).
           05                      PIC X(14)     VALUE SPACES.
           05                      PIC X(9)      VALUE 'ADVISOR: '.
           05  ML-ADVISOR-NAME     PIC X(20).
      *
       01  COLUMN-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(25)
                   VALUE 'REQ  DESCRIPTION'.
           05                      PIC X(11)     VALUE 'NEED  MIN'.
           05                      PIC X(13)     VALUE 'STATUS'.
           05                      PIC X(14)
                   VALUE 'COURSE TERM GR'.
      *
       01  REQUIREMENT-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05  RL-REQ-ID           PIC X(3).
           05                      PIC X(2)      VALUE SPACES.
           05  RL-DESCRIPTION      PIC X(20).
           05                      PIC X(2)      VALUE SPACES.
           05  RL-NEEDED           PIC X.
           05                      PIC X(4)      VALUE SPACES.
           05  RL-MIN-LETTER       PIC X.
           05                      PIC X(3)      VALUE SPACES.
           05  RL-STATUS           PIC X(11).
           05                      PIC X(2)      VALUE SPACES.
           05  RL-COURSE-NUM       PIC X(5).
           05                      PIC X(2)      VALUE SPACES.
           05  RL-TERM             PIC X(4).
           05                      PIC X(2)      VALUE SPACES.
           05  RL-LETTER           PIC X.
      *
       01  AUDIT-COUNT-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(13)     VALUE 'REQUIREMENTS'.
           05  ACL-REQUIRED        PIC ZZ9.
           05                      PIC X(7)      VALUE '   MET'.
           05  ACL-MET             PIC ZZ9.
           05                      PIC X(15)
                   VALUE '   IN PROGRESS'.
           05  ACL-IN-PROGRESS     PIC ZZ9.
           05                      PIC X(15)
                   VALUE '   OUTSTANDING'.
           05  ACL-OUTSTANDING     PIC ZZ9.
      *
       01  GRADUATE-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(50)
               VALUE '*** ALL MET -- READY TO GRADUATE ***'.
      *
       01  NO-MAJOR-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(50)
               VALUE 'NO DECLARED MAJOR ON L5ADVISORS -- NOT AUDITED'.
      *
       01  NO-REQUIREMENT-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(35)
                   VALUE 'NO REQUIREMENTS ON FILE FOR MAJOR'.
           05  NRL-MAJOR           PIC X(6).
           05                      PIC X(16)
                   VALUE ' -- NOT AUDITED'.
      *
       01  SUMMARY-HEADER.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(50)
               VALUE 'STUDENTS WITHIN TWO REQUIREMENTS OF COMPLETION'.
           05  SH-DATE.
               10  SH-MONTH        PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  SH-DAY          PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  SH-YEAR         PIC XXXX.
      *
       01  SUMMARY-GROUP-LINE.
           05                      PIC X(2)      VALUE SPACES.
           05                      PIC X(9)      VALUE 'ADVISOR: '.
           05  SG-ADVISOR-NAME     PIC X(20).
           05                      PIC X(2)      VALUE SPACES.
           05  SG-DEPARTMENT       PIC X(15).
      *
       01  SUMMARY-UNASSIGNED-LINE.
           05                      PIC X(2)      VALUE SPACES.
           05                      PIC X(40)
               VALUE 'UNASSIGNED STUDENTS -- REGISTRAR TO WORK'.
      *
       01  SUMMARY-COLUMN-LINE.
           05                      PIC X(10)     VALUE SPACES.
           05                      PIC X(22)     VALUE 'NAME'.
           05                      PIC X(11)     VALUE 'NUMBER'.
           05                      PIC X(8)      VALUE 'MAJOR'.
           05                      PIC X(8)      VALUE 'REMAIN'.
           05                      PIC X(7)      VALUE 'IN PROG'.
      *
       01  SUMMARY-LINE.
           05                      PIC X(10)     VALUE SPACES.
           05  SML-NAME            PIC X(20).
           05                      PIC X(2)      VALUE SPACES.
           05  SML-STUDENT-ID      PIC X(9).
           05                      PIC X(2)      VALUE SPACES.
           05  SML-MAJOR           PIC X(6).
           05                      PIC X(4)      VALUE SPACES.
           05  SML-REMAINING       PIC Z9.
           05                      PIC X(6)      VALUE SPACES.
           05  SML-IN-PROGRESS     PIC Z9.
      *
       01  SUMMARY-COUNT-LINE.
           05                      PIC X(10)     VALUE SPACES.
           05                      PIC X(17)
                   VALUE 'STUDENTS LISTED'.
           05  SCL-COUNT           PIC ZZZZ9.
      *
       01  SUMMARY-NONE-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(50)
               VALUE 'NO STUDENT IS WITHIN TWO REQUIREMENTS'.
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
               OUTPUT PROCEDURE IS 25-AUDIT-STUDENTS

           PERFORM 50-EOF-ROUTINE
           .

       15-HOUSEKEEPING.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO H1-MONTH
           MOVE CD-DAY TO H1-DAY
           MOVE CD-YEAR TO H1-YEAR
           MOVE CD-MONTH TO SH-MONTH
           MOVE CD-DAY TO SH-DAY
           MOVE CD-YEAR TO SH-YEAR

           PERFORM 12-CLAIM-RUN-NUMBER
           PERFORM 17-LOAD-REQUIREMENT-TABLE
           PERFORM 18-LOAD-ADVISOR-TABLE

           OPEN OUTPUT AUDIT-FILE
           MOVE HEADER-1 TO WK-PAGE-HEADER
           .

      *  CLAIM THE RUN NUMBER THROUGH THE LAB5RUNCTL SERVICE SO
      *  EVERY AUDIT RUN SHOWS ON THE PERMANENT RUN LOG.
       12-CLAIM-RUN-NUMBER.

           MOVE 'C' TO RP-FUNCTION
           CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS

           IF RUN-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *  TABLE THE PROGRAM REQUIREMENTS.  A RECORD WITH NO MAJOR IS
      *  SKIPPED.  A MISSING OR ZERO COUNT MEANS ONE COURSE, AND A
      *  MINIMUM LETTER OTHER THAN A-D MEANS ANY PASSING GRADE
      *  (D).  A FILE THE TABLE CANNOT HOLD STOPS THE RUN RATHER
      *  THAN AUDIT AGAINST PART OF A MAJOR.
       17-LOAD-REQUIREMENT-TABLE.

           OPEN INPUT PROGREQ-FILE

           IF PROGREQ-FILE-STATUS = '00'
               PERFORM UNTIL PROGREQ-EOF-FLAG = 'N'
                   READ PROGREQ-FILE
                       AT END
                           MOVE 'N' TO PROGREQ-EOF-FLAG
                       NOT AT END
                           IF PQ-MAJOR NOT = SPACES
                               PERFORM 17A-TABLE-REQUIREMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGREQ-FILE
           ELSE
               DISPLAY 'LAB5DEGAUDIT NO L5PROGREQ.TXT -- NO MAJOR'
                       ' CAN BE AUDITED'
           END-IF
           .

       17A-TABLE-REQUIREMENT.

           IF RQ-COUNT NOT < RQ-MAX-ENTRIES
               DISPLAY 'LAB5DEGAUDIT REQUIREMENT TABLE FULL AT '
                       RQ-MAX-ENTRIES
               DISPLAY 'RAISE RQ-MAX-ENTRIES AND RERUN THE JOB'
               MOVE 'F' TO RP-FUNCTION
               MOVE 'TBLOVRFL' TO RP-STATUS
               MOVE 0 TO RP-READ-COUNT
               CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO RQ-COUNT
           MOVE PQ-MAJOR TO RQ-MAJOR (RQ-COUNT)
           MOVE PQ-REQ-ID TO RQ-REQ-ID (RQ-COUNT)
           MOVE PQ-DESCRIPTION TO RQ-DESCRIPTION (RQ-COUNT)

           IF PQ-NEEDED NUMERIC AND PQ-NEEDED > 0
               MOVE PQ-NEEDED TO RQ-NEEDED (RQ-COUNT)
           ELSE
               MOVE 1 TO RQ-NEEDED (RQ-COUNT)
           END-IF

           IF PQ-MIN-LETTER = 'A' OR 'B' OR 'C' OR 'D'
               MOVE PQ-MIN-LETTER TO RQ-MIN-LETTER (RQ-COUNT)
           ELSE
               MOVE 'D' TO RQ-MIN-LETTER (RQ-COUNT)
           END-IF

           PERFORM VARYING RQ-CDX FROM 1 BY 1
                   UNTIL RQ-CDX > 10
               MOVE PQ-COURSE (RQ-CDX)
                   TO RQ-COURSE (RQ-COUNT RQ-CDX)
           END-PERFORM
           .

      *  TABLE THE ADVISOR ASSIGNMENT MASTER.  THE FILE IS
      *  OPTIONAL; A MASTER THE TABLE CANNOT HOLD STOPS THE RUN
      *  HARD BEFORE ANY AUDIT IS PRINTED.
       18-LOAD-ADVISOR-TABLE.

           OPEN INPUT ADVMAST-FILE

           IF ADVMAST-FILE-STATUS = '00'
               PERFORM UNTIL ADVMAST-EOF-FLAG = 'N'
                   READ ADVMAST-FILE
                       AT END
                           MOVE 'N' TO ADVMAST-EOF-FLAG
                       NOT AT END
                           IF AV-COUNT < AV-MAX-ENTRIES
                               ADD 1 TO AV-COUNT
                               MOVE AM-STUDENT-ID
                                   TO AV-STUDENT-ID (AV-COUNT)
                               MOVE AM-ADVISOR-NAME
                                   TO AV-ADVISOR-NAME (AV-COUNT)
                               MOVE AM-DEPARTMENT
                                   TO AV-DEPARTMENT (AV-COUNT)
                               MOVE AM-MAJOR
                                   TO AV-MAJOR (AV-COUNT)
                           ELSE
                               DISPLAY 'LAB5DEGAUDIT ADVISOR TABLE'
                                       ' FULL AT ' AV-MAX-ENTRIES
                                       ' -- RUN STOPPED'
                               DISPLAY 'RAISE AV-MAX-ENTRIES AND'
                                       ' RERUN THE JOB'
                               MOVE 'F' TO RP-FUNCTION
                               MOVE 'TBLOVRFL' TO RP-STATUS
                               MOVE 0 TO RP-READ-COUNT
                               CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADVMAST-FILE
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
                           MOVE HI-STUDENT-NAME TO SR-STUDENT-NAME
                           MOVE HI-TERM TO SR-TERM
                           MOVE HI-COURSE-NUM TO SR-COURSE-NUM
                           MOVE HI-SECTION TO SR-SECTION
                           MOVE HI-LETTER TO SR-LETTER
                           MOVE WK-SEQ TO SR-SEQ
                           RELEASE SORT-REC
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
                           MOVE AR-STUDENT-NAME TO SR-STUDENT-NAME
                           MOVE AR-TERM TO SR-TERM
                           MOVE AR-COURSE-NUM TO SR-COURSE-NUM
                           MOVE AR-SECTION TO SR-SECTION
                           MOVE AR-LETTER TO SR-LETTER
                           MOVE WK-SEQ TO SR-SEQ
                           RELEASE SORT-REC
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           .

      *  HOLD EACH RECORD UNTIL THE NEXT ONE SHOWS WHETHER IT WAS
      *  SUPERSEDED: WITHIN A STUDENT/TERM/COURSE GROUP ONLY THE
      *  LAST-ARRIVED RECORD GOVERNS.
       25-AUDIT-STUDENTS.

           PERFORM UNTIL SORT-EOF-FLAG = 'N'
               RETURN SORT-FILE
                   AT END
                       MOVE 'N' TO SORT-EOF-FLAG
                       IF HOLD-ACTIVE
                           PERFORM 30-EMIT-HELD-RECORD
                       END-IF
                       IF STUDENT-ACTIVE
                           PERFORM 31-AUDIT-STUDENT
                       END-IF
                   NOT AT END
                       IF HOLD-ACTIVE
                          AND (SR-STUDENT-ID NOT = HD-STUDENT-ID
                           OR SR-TERM NOT = HD-TERM
                           OR SR-COURSE-NUM NOT = HD-COURSE-NUM
                           OR SR-SECTION NOT = HD-SECTION)
                           PERFORM 30-EMIT-HELD-RECORD
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

      *  A GOVERNING RECORD IS BUFFERED UNTIL THE STUDENT'S WHOLE
      *  CAREER IS IN HAND.  A GOVERNING 'X' MEANS THE COURSE WAS
      *  DELETED AND COUNTS FOR NOTHING.
       30-EMIT-HELD-RECORD.

           IF HD-REC-TYPE NOT = 'X'
               IF HD-STUDENT-ID NOT = CUR-STUDENT
                   IF STUDENT-ACTIVE
                       PERFORM 31-AUDIT-STUDENT
                   END-IF
                   MOVE HD-STUDENT-ID TO CUR-STUDENT
                   MOVE HD-STUDENT-NAME TO CUR-STUDENT-NAME
                   SET STUDENT-ACTIVE TO TRUE
                   MOVE 0 TO SC-COUNT
               END-IF

               IF SC-COUNT NOT < SC-MAX-ENTRIES
                   PERFORM 39-STOP-TABLE-FULL
               END-IF

               ADD 1 TO SC-COUNT
               MOVE HD-TERM TO SC-TERM (SC-COUNT)
               MOVE HD-COURSE-NUM TO SC-COURSE-NUM (SC-COUNT)
               MOVE HD-SECTION TO SC-SECTION (SC-COUNT)
               MOVE HD-LETTER TO SC-LETTER (SC-COUNT)
           END-IF
           .

      *  AUDIT THE BUFFERED STUDENT AGAINST EVERY REQUIREMENT OF
      *  THE DECLARED MAJOR, IN REQUIREMENT-FILE ORDER.
       31-AUDIT-STUDENT.

           PERFORM 32-STUDENT-HEADER

           MOVE 0 TO SA-REQ-COUNT
           MOVE 0 TO SA-MET-COUNT
           MOVE 0 TO SA-IP-COUNT
           MOVE 0 TO SA-OUT-COUNT

           IF SA-MAJOR = SPACES
               MOVE NO-MAJOR-LINE TO AUDIT-REC
               MOVE 2 TO PROPER-SPACING
               PERFORM 40-WRITE-A-LINE
               ADD 1 TO CT-NOT-AUDITED
           ELSE
               PERFORM VARYING RQ-IDX FROM 1 BY 1
                       UNTIL RQ-IDX > RQ-COUNT
                   IF RQ-MAJOR (RQ-IDX) = SA-MAJOR
                       PERFORM 33-AUDIT-REQUIREMENT
                   END-IF
               END-PERFORM
               IF SA-REQ-COUNT = 0
                   MOVE SA-MAJOR TO NRL-MAJOR
                   MOVE NO-REQUIREMENT-LINE TO AUDIT-REC
                   MOVE 2 TO PROPER-SPACING
                   PERFORM 40-WRITE-A-LINE
                   ADD 1 TO CT-NOT-AUDITED
               ELSE
                   PERFORM 35-STUDENT-FOOTER
               END-IF
           END-IF

           MOVE 'N' TO STUDENT-ACTIVE-SW
           .

       32-STUDENT-HEADER.

           WRITE AUDIT-REC FROM HEADER-1
               AFTER ADVANCING PAGE
           MOVE 0 TO LINE-COUNT

           PERFORM 32A-LOOKUP-ADVISOR

           MOVE CUR-STUDENT-NAME TO SL-NAME
           MOVE CUR-STUDENT TO SL-STUDENT-ID
           MOVE STUDENT-LINE TO AUDIT-REC
           MOVE 2 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           MOVE SA-MAJOR TO ML-MAJOR
           MOVE SA-ADVISOR-NAME TO ML-ADVISOR-NAME
           MOVE MAJOR-LINE TO AUDIT-REC
           MOVE 1 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           ADD 1 TO WK-STUDENT-COUNT
           .

      *  A STUDENT NOT ON THE ADVISOR MASTER HAS NO ADVISOR AND NO
      *  DECLARED MAJOR.
       32A-LOOKUP-ADVISOR.

           MOVE 0 TO AV-HIT-IDX
           PERFORM VARYING AV-IDX FROM 1 BY 1
                   UNTIL AV-IDX > AV-COUNT OR AV-HIT-IDX > 0
               IF AV-STUDENT-ID (AV-IDX) = CUR-STUDENT
                   MOVE AV-IDX TO AV-HIT-IDX
               END-IF
           END-PERFORM

           IF AV-HIT-IDX > 0
               MOVE AV-ADVISOR-NAME (AV-HIT-IDX) TO SA-ADVISOR-NAME
               MOVE AV-DEPARTMENT (AV-HIT-IDX) TO SA-DEPARTMENT
               MOVE AV-MAJOR (AV-HIT-IDX) TO SA-MAJOR
           ELSE
               MOVE SPACES TO SA-ADVISOR-NAME
               MOVE SPACES TO SA-DEPARTMENT
               MOVE SPACES TO SA-MAJOR
           END-IF
           .

      *  EVERY LISTED COURSE IS EVALUATED FIRST, SO THE STATUS CAN
      *  PRINT ON THE REQUIREMENT'S FIRST LINE.  THE REQUIREMENT IS
      *  MET WHEN ENOUGH COURSES MEET THE MINIMUM LETTER, IN
      *  PROGRESS WHEN THE COURSES STILL OPEN ON AN 'I' WOULD MAKE
      *  UP THE DIFFERENCE, AND OUTSTANDING OTHERWISE.  A MET
      *  REQUIREMENT SHOWS THE COURSES THAT MET IT; ANY OTHER SHOWS
      *  WHAT HAS BEEN MET SO FAR AND WHAT IS IN PROGRESS.
       33-AUDIT-REQUIREMENT.

           IF SA-REQ-COUNT = 0
               MOVE COLUMN-LINE TO AUDIT-REC
               MOVE 2 TO PROPER-SPACING
               PERFORM 40-WRITE-A-LINE
           END-IF
           ADD 1 TO SA-REQ-COUNT

           MOVE RQ-MIN-LETTER (RQ-IDX) TO WK-RANK-LETTER
           PERFORM 37-LETTER-RANK
           MOVE WK-RANK TO RW-MIN-RANK
           MOVE 0 TO RW-MET-COUNT
           MOVE 0 TO RW-IP-COUNT

           PERFORM VARYING RQ-CDX FROM 1 BY 1
                   UNTIL RQ-CDX > 10
               MOVE 'N' TO RW-SLOT-RESULT (RQ-CDX)
               MOVE 0 TO RW-SLOT-IDX (RQ-CDX)
               IF RQ-COURSE (RQ-IDX RQ-CDX) NOT = SPACES
                   PERFORM 34-EVALUATE-COURSE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN RW-MET-COUNT NOT < RQ-NEEDED (RQ-IDX)
                   MOVE 'MET' TO RW-STATUS
                   ADD 1 TO SA-MET-COUNT
               WHEN RW-MET-COUNT + RW-IP-COUNT
                    NOT < RQ-NEEDED (RQ-IDX)
                   MOVE 'IN PROGRESS' TO RW-STATUS
                   ADD 1 TO SA-IP-COUNT
               WHEN OTHER
                   MOVE 'OUTSTANDING' TO RW-STATUS
                   ADD 1 TO SA-OUT-COUNT
           END-EVALUATE

           MOVE RQ-REQ-ID (RQ-IDX) TO RL-REQ-ID
           MOVE RQ-DESCRIPTION (RQ-IDX) TO RL-DESCRIPTION
           MOVE RQ-NEEDED (RQ-IDX) TO RL-NEEDED
           MOVE RQ-MIN-LETTER (RQ-IDX) TO RL-MIN-LETTER
           MOVE RW-STATUS TO RL-STATUS
           MOVE SPACES TO RL-COURSE-NUM
           MOVE SPACES TO RL-TERM
           MOVE SPACES TO RL-LETTER
           SET RW-FIRST-LINE TO TRUE
           MOVE 0 TO RW-SHOWN

           PERFORM VARYING RQ-CDX FROM 1 BY 1
                   UNTIL RQ-CDX > 10
               IF (RW-SLOT-RESULT (RQ-CDX) = 'M'
                   AND RW-SHOWN < RQ-NEEDED (RQ-IDX))
                  OR (RW-SLOT-RESULT (RQ-CDX) = 'I'
                   AND RW-STATUS NOT = 'MET')
                   MOVE RW-SLOT-IDX (RQ-CDX) TO SC-IDX
                   MOVE SC-COURSE-NUM (SC-IDX) TO RL-COURSE-NUM
                   MOVE SC-TERM (SC-IDX) TO RL-TERM
                   MOVE SC-LETTER (SC-IDX) TO RL-LETTER
                   IF RW-SLOT-RESULT (RQ-CDX) = 'M'
                       ADD 1 TO RW-SHOWN
                   END-IF
                   PERFORM 33A-WRITE-REQUIREMENT-LINE
               END-IF
           END-PERFORM

           IF RW-FIRST-LINE
               PERFORM 33A-WRITE-REQUIREMENT-LINE
           END-IF
           .

      *  THE FIRST LINE OF A REQUIREMENT CARRIES ITS ID, COUNT AND
      *  STATUS; ANY FURTHER COURSE LINES CARRY ONLY THE COURSE.
       33A-WRITE-REQUIREMENT-LINE.

           MOVE REQUIREMENT-LINE TO AUDIT-REC
           MOVE 1 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           MOVE SPACES TO RL-REQ-ID
           MOVE SPACES TO RL-DESCRIPTION
           MOVE SPACES TO RL-NEEDED
           MOVE SPACES TO RL-MIN-LETTER
           MOVE SPACES TO RL-STATUS
           MOVE 'N' TO RW-FIRST-LINE-SW
           .

      *  THE REPEAT-COURSE REPLACEMENT: THE LATEST COUNTED (A-F)
      *  ATTEMPT AT A COURSE IS THE ONE THAT STANDS, EVEN WHEN AN
      *  EARLIER ATTEMPT EARNED A BETTER LETTER.  AN 'I' IN A LATER
      *  TERM THAN THAT ATTEMPT (OR WITH NO COUNTED ATTEMPT AT ALL)
      *  IS A COURSE STILL IN PROGRESS.  A 'W' COUNTS FOR NOTHING.
       34-EVALUATE-COURSE.

           MOVE 0 TO CV-BEST-IDX
           MOVE 0 TO CV-IP-IDX

           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > SC-COUNT
               IF SC-COURSE-NUM (SC-IDX) = RQ-COURSE (RQ-IDX RQ-CDX)
                   EVALUATE SC-LETTER (SC-IDX)
                       WHEN 'A'
                       WHEN 'B'
                       WHEN 'C'
                       WHEN 'D'
                       WHEN 'F'
                           MOVE SC-IDX TO CV-BEST-IDX
                       WHEN 'I'
                           MOVE SC-IDX TO CV-IP-IDX
                   END-EVALUATE
               END-IF
           END-PERFORM

           MOVE 0 TO WK-RANK
           IF CV-BEST-IDX > 0
               MOVE SC-LETTER (CV-BEST-IDX) TO WK-RANK-LETTER
               PERFORM 37-LETTER-RANK
           END-IF

           IF CV-BEST-IDX > 0
              AND WK-RANK NOT < RW-MIN-RANK
               MOVE 'M' TO RW-SLOT-RESULT (RQ-CDX)
               MOVE CV-BEST-IDX TO RW-SLOT-IDX (RQ-CDX)
               ADD 1 TO RW-MET-COUNT
           ELSE
               IF CV-IP-IDX > 0
                   PERFORM 34A-CHECK-IN-PROGRESS
               END-IF
           END-IF
           .

       34A-CHECK-IN-PROGRESS.

           IF CV-BEST-IDX = 0
               MOVE 'I' TO RW-SLOT-RESULT (RQ-CDX)
           ELSE
               IF SC-TERM (CV-IP-IDX) > SC-TERM (CV-BEST-IDX)
                   MOVE 'I' TO RW-SLOT-RESULT (RQ-CDX)
               END-IF
           END-IF

           IF RW-SLOT-RESULT (RQ-CDX) = 'I'
               MOVE CV-IP-IDX TO RW-SLOT-IDX (RQ-CDX)
               ADD 1 TO RW-IP-COUNT
           END-IF
           .

      *  A REQUIREMENT STILL IN PROGRESS IS NOT COMPLETE, SO IT
      *  COUNTS TOWARD THE TWO-REQUIREMENT SUMMARY LIKE AN
      *  OUTSTANDING ONE.
       35-STUDENT-FOOTER.

           MOVE SA-REQ-COUNT TO ACL-REQUIRED
           MOVE SA-MET-COUNT TO ACL-MET
           MOVE SA-IP-COUNT TO ACL-IN-PROGRESS
           MOVE SA-OUT-COUNT TO ACL-OUTSTANDING
           MOVE AUDIT-COUNT-LINE TO AUDIT-REC
           MOVE 2 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           COMPUTE WK-REMAINING = SA-IP-COUNT + SA-OUT-COUNT

           IF WK-REMAINING = 0
               MOVE GRADUATE-LINE TO AUDIT-REC
               MOVE 2 TO PROPER-SPACING
               PERFORM 40-WRITE-A-LINE
               ADD 1 TO CT-GRADUATES
           ELSE
               IF WK-REMAINING NOT > 2
                   PERFORM 36-HOLD-NEAR-COMPLETION
               END-IF
           END-IF
           .

       36-HOLD-NEAR-COMPLETION.

           IF NC-COUNT NOT < NC-MAX-ENTRIES
               DISPLAY 'LAB5DEGAUDIT SUMMARY TABLE FULL AT '
                       NC-MAX-ENTRIES
               DISPLAY 'RAISE NC-MAX-ENTRIES AND RERUN THE JOB'
               MOVE 'F' TO RP-FUNCTION
               MOVE 'TBLOVRFL' TO RP-STATUS
               MOVE WK-STUDENT-COUNT TO RP-READ-COUNT
               CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO NC-COUNT
           MOVE SA-ADVISOR-NAME TO NC-ADVISOR-NAME (NC-COUNT)
           MOVE SA-DEPARTMENT TO NC-DEPARTMENT (NC-COUNT)
           MOVE CUR-STUDENT-NAME TO NC-STUDENT-NAME (NC-COUNT)
           MOVE CUR-STUDENT TO NC-STUDENT-ID (NC-COUNT)
           MOVE SA-MAJOR TO NC-MAJOR (NC-COUNT)
           MOVE WK-REMAINING TO NC-REMAINING (NC-COUNT)
           MOVE SA-IP-COUNT TO NC-IN-PROGRESS (NC-COUNT)
           .

      *  LETTERS RANK A=4 DOWN TO D=1; AN 'F' (OR ANYTHING ELSE)
      *  RANKS 0 AND NEVER MEETS A REQUIREMENT.
       37-LETTER-RANK.

           EVALUATE WK-RANK-LETTER
               WHEN 'A'
                   MOVE 4 TO WK-RANK
               WHEN 'B'
                   MOVE 3 TO WK-RANK
               WHEN 'C'
                   MOVE 2 TO WK-RANK
               WHEN 'D'
                   MOVE 1 TO WK-RANK
               WHEN OTHER
                   MOVE 0 TO WK-RANK
           END-EVALUATE
           .

      *  A STUDENT WITH MORE GOVERNING RESULTS THAN THE BUFFER
      *  HOLDS WOULD BE AUDITED ON PART OF A CAREER -- STOP HARD
      *  AND SAY SO INSTEAD.
       39-STOP-TABLE-FULL.

           DISPLAY 'LAB5DEGAUDIT COURSE TABLE FULL AT '
                   SC-MAX-ENTRIES ' FOR STUDENT ' CUR-STUDENT
           DISPLAY 'RAISE SC-MAX-ENTRIES AND RERUN THE JOB'
           MOVE 'F' TO RP-FUNCTION
           MOVE 'TBLOVRFL' TO RP-STATUS
           MOVE WK-STUDENT-COUNT TO RP-READ-COUNT
           CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

      *  THE HEADER WRITE LANDS IN THE SAME RECORD AREA AS THE
      *  PENDING LINE, SO SAVE THE PENDING LINE ACROSS A PAGE BREAK.
      *  THE AUDIT PAGES AND THE SUMMARY PAGES EACH REPEAT THEIR
      *  OWN HEADING.
       40-WRITE-A-LINE.

           IF LINE-COUNT + PROPER-SPACING > LINES-PER-PAGE
               MOVE AUDIT-REC TO WK-SAVE-LINE
               WRITE AUDIT-REC FROM WK-PAGE-HEADER
                   AFTER ADVANCING PAGE
               MOVE 0 TO LINE-COUNT
               MOVE WK-SAVE-LINE TO AUDIT-REC
           END-IF

           WRITE AUDIT-REC
               AFTER ADVANCING PROPER-SPACING

           ADD PROPER-SPACING TO LINE-COUNT
           .

      *  SORT THE HELD STUDENTS BY ADVISOR (A SIMPLE BUBBLE, LIKE
      *  THE ADVISOR SUMMARY IN LAB5STANDING -- STUDENTS KEEP THEIR
      *  NUMBER ORDER WITHIN AN ADVISOR) SO THE SUMMARY PRINTS ONE
      *  SECTION PER ADVISOR.  BLANK ADVISOR KEYS SORT FIRST AND
      *  COME OUT AS THE REGISTRAR'S UNASSIGNED SECTION.
       45-PRINT-SUMMARY.

           MOVE SUMMARY-HEADER TO WK-PAGE-HEADER
           WRITE AUDIT-REC FROM SUMMARY-HEADER
               AFTER ADVANCING PAGE
           MOVE 0 TO LINE-COUNT

           PERFORM VARYING NC-IDX FROM 1 BY 1
                   UNTIL NC-IDX >= NC-COUNT
               PERFORM VARYING NC-JDX FROM 1 BY 1
                       UNTIL NC-JDX > NC-COUNT - NC-IDX
                   IF NC-ADVISOR-NAME (NC-JDX)
                      > NC-ADVISOR-NAME (NC-JDX + 1)
                       MOVE NC-ENTRY (NC-JDX) TO NC-SWAP-ENTRY
                       MOVE NC-ENTRY (NC-JDX + 1)
                           TO NC-ENTRY (NC-JDX)
                       MOVE NC-SWAP-ENTRY TO NC-ENTRY (NC-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE LOW-VALUES TO WK-GROUP-ADVISOR
           MOVE 0 TO WK-GROUP-COUNT

           PERFORM VARYING NC-IDX FROM 1 BY 1
                   UNTIL NC-IDX > NC-COUNT
               IF NC-ADVISOR-NAME (NC-IDX) NOT = WK-GROUP-ADVISOR
                   IF WK-GROUP-COUNT > 0
                       PERFORM 47-SUMMARY-GROUP-TOTAL
                   END-IF
                   PERFORM 46-SUMMARY-GROUP-HEADER
                   MOVE NC-ADVISOR-NAME (NC-IDX) TO WK-GROUP-ADVISOR
               END-IF

               ADD 1 TO WK-GROUP-COUNT
               MOVE NC-STUDENT-NAME (NC-IDX) TO SML-NAME
               MOVE NC-STUDENT-ID (NC-IDX) TO SML-STUDENT-ID
               MOVE NC-MAJOR (NC-IDX) TO SML-MAJOR
               MOVE NC-REMAINING (NC-IDX) TO SML-REMAINING
               MOVE NC-IN-PROGRESS (NC-IDX) TO SML-IN-PROGRESS
               MOVE SUMMARY-LINE TO AUDIT-REC
               MOVE 1 TO PROPER-SPACING
               PERFORM 40-WRITE-A-LINE
           END-PERFORM

           IF WK-GROUP-COUNT > 0
               PERFORM 47-SUMMARY-GROUP-TOTAL
           ELSE
               MOVE SUMMARY-NONE-LINE TO AUDIT-REC
               MOVE 2 TO PROPER-SPACING
               PERFORM 40-WRITE-A-LINE
           END-IF

           PERFORM 48-PRINT-RUN-TOTALS
           .

       46-SUMMARY-GROUP-HEADER.

           IF NC-ADVISOR-NAME (NC-IDX) = SPACES
               MOVE SUMMARY-UNASSIGNED-LINE TO AUDIT-REC
           ELSE
               MOVE NC-ADVISOR-NAME (NC-IDX) TO SG-ADVISOR-NAME
               MOVE NC-DEPARTMENT (NC-IDX) TO SG-DEPARTMENT
               MOVE SUMMARY-GROUP-LINE TO AUDIT-REC
           END-IF
           MOVE 2 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           MOVE SUMMARY-COLUMN-LINE TO AUDIT-REC
           MOVE 1 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE
           .

       47-SUMMARY-GROUP-TOTAL.

           MOVE WK-GROUP-COUNT TO SCL-COUNT
           MOVE SUMMARY-COUNT-LINE TO AUDIT-REC
           MOVE 1 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE
           MOVE 0 TO WK-GROUP-COUNT
           .

       48-PRINT-RUN-TOTALS.

           MOVE 'STUDENTS AUDITED' TO TL-LABEL
           MOVE WK-STUDENT-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO AUDIT-REC
           MOVE 3 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           MOVE 'READY TO GRADUATE' TO TL-LABEL
           MOVE CT-GRADUATES TO TL-COUNT
           MOVE TOTAL-LINE TO AUDIT-REC
           MOVE 1 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           MOVE 'WITHIN TWO REQUIREMENTS' TO TL-LABEL
           MOVE NC-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO AUDIT-REC
           MOVE 1 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           MOVE 'NO MAJOR OR NO REQUIREMENTS' TO TL-LABEL
           MOVE CT-NOT-AUDITED TO TL-COUNT
           MOVE TOTAL-LINE TO AUDIT-REC
           MOVE 1 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE
           .

       50-EOF-ROUTINE.

           PERFORM 45-PRINT-SUMMARY
           CLOSE AUDIT-FILE

           PERFORM 54-FINALIZE-RUN-CONTROL

           DISPLAY 'LAB5DEGAUDIT RUN ' RP-RUN-NUMBER
                   ' STUDENTS AUDITED ' WK-STUDENT-COUNT
                   ' READY TO GRADUATE ' CT-GRADUATES

           STOP RUN
           .

      *  STAMP THE OUTCOME AND LOG THE EXECUTION.
       54-FINALIZE-RUN-CONTROL.

           MOVE 'F' TO RP-FUNCTION
           MOVE 'COMPLETED' TO RP-STATUS
           MOVE WK-STUDENT-COUNT TO RP-READ-COUNT
           CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
           .
