       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5LMSRECON.
       AUTHOR. YOURNAMEHERE.
      *************************
      *              LMS GRADEBOOK RECONCILIATION RUN
      *
      *    COMPANION PROGRAM TO LAB5SINGLEBREAK.  THE TERM RUN
      *    GRADES FROM THE CLASS LIST THE DEPARTMENT CLERKS KEY,
      *    WHILE THE LMS COMPUTES ITS OWN FINAL PERCENTAGE FROM THE
      *    INSTRUCTOR'S ONLINE GRADEBOOK.  THIS RUN TAKES THE LMS
      *    GRADEBOOK EXPORT AND MATCHES IT AGAINST WHAT WAS POSTED:
      *      - SORTS THE EXPORT, AND THE GOVERNING HISTORY RECORDS
      *        OF THE SAME TERMS AND COURSES TOGETHER WITH THEIR
      *        KEYED CLASS-LIST SCORES, ON TERM/COURSE/SECTION/
      *        STUDENT NUMBER AND MATCH-MERGES THE TWO;
      *      - REPORTS EVERY EXAM SCORE THE LMS AND THE CLASS LIST
      *        DISAGREE ON, EVERY LMS FINAL PERCENTAGE FURTHER THAN
      *        THE TOLERANCE FROM THE POSTED AVERAGE, EVERY STUDENT
      *        GRADED IN ONE SYSTEM BUT NOT THE OTHER, AND EVERY
      *        LETTER GRADE THE LMS SCORES WOULD CHANGE;
      *      - WRITES A PROPOSED CORRECTION, IN THE LAB5AMEND
      *        TRANSACTION FORMAT, FOR EVERY STUDENT WHOSE POSTED
      *        RESULT THE LMS SCORES WOULD CHANGE.  NOTHING IS
      *        APPLIED HERE: THE REGISTRAR REVIEWS THE PROPOSALS
      *        AND RELEASES THE ONES THEY ACCEPT TO LAB5AMEND AS
      *        L5AMENDTX.TXT.
      *    ANY DISCREPANCY FAILS THE RUN SOFT (RC 8) SO THE
      *    SCHEDULER FLAGS IT FOR THE REGISTRAR'S OFFICE.
      *******
      *    INPUT:
      *        L5LMSGRADE.TXT - LMS GRADEBOOK EXPORT: COURSE,
      *                         SECTION, TERM, STUDENT NUMBER,
      *                         STUDENT NAME, SIX EXAM SCORES 999
      *                         (BLANK FOR AN EXAM NOT GIVEN) AND
      *                         THE LMS FINAL PERCENTAGE 999V9
      *        L5HISTORY.DAT  - KEYED COURSE-RESULT HISTORY (LATEST
      *                         RECORD PER STUDENT/TERM/COURSE/
      *                         SECTION GOVERNS)
      *        L5CLASSLIST.TXT - OPTIONAL: THE KEYED CLASS LIST THE
      *                         TERM RUN GRADED FROM, FOR THE EXAM
      *                         SCORES THE HISTORY DOES NOT KEEP
      *        L5POLICY.TXT   - OPTIONAL GRADING-POLICY MASTER, SO
      *                         THE LMS SCORES ARE GRADED UNDER THE
      *                         SAME POLICY AS THE TERM RUN
      *        L5PARMS.TXT    - OPTIONAL PARM CARD (NUMBER OF TESTS,
      *                         DROP-LOWEST), AS IN THE TERM RUN
      *        L5LMSRPARM.TXT - OPTIONAL: TERM AND COURSE (BLANK
      *                         MEANS EVERY ONE IN THE EXPORT) AND
      *                         THE AVERAGE TOLERANCE 9V9 (DEFAULT
      *                         0.5)
      *******
      *    OUTPUT:
      *        L5LMSRECON.TXT - DISCREPANCY REPORT WITH TOTALS
      *        L5LMSPROP.TXT  - PROPOSED CORRECTIONS IN THE
      *                         L5AMENDTX.TXT FORMAT, FOR REVIEW
      *************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LMS-GRADE-FILE
               ASSIGN TO 'L5LMSGRADE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LMS-GRADE-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'L5HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               ALTERNATE RECORD KEY IS HI-POST-SEQ
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT CLASS-FILE
               ASSIGN TO 'L5CLASSLIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLASS-FILE-STATUS.

           SELECT POLICY-FILE
               ASSIGN TO 'L5POLICY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-FILE-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'L5PARMS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT RECON-PARM-FILE
               ASSIGN TO 'L5LMSRPARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-PARM-FILE-STATUS.

           SELECT LMS-SORT-FILE
               ASSIGN TO 'L5LXSRTWK'.

           SELECT LMSSRT-FILE
               ASSIGN TO 'L5LMSXSRT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LMSSRT-FILE-STATUS.

           SELECT POSTED-SORT-FILE
               ASSIGN TO 'L5PSSRTWK'.

           SELECT POSTSRT-FILE
               ASSIGN TO 'L5LMSPSRT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTSRT-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'L5LMSRECON.TXT'.

           SELECT PROPOSAL-FILE
               ASSIGN TO 'L5LMSPROP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *  THE GRADEBOOK EXPORT THE LMS RETURNS, ONE LINE PER STUDENT
      *  PER COURSE SECTION.  AN EXAM THE COURSE DID NOT GIVE COMES
      *  BACK BLANK AND READS AS ZERO, THE SAME AS ON THE CLASS
      *  LIST.  THE STUDENT NUMBER IS THE MATCH KEY; THE NAME RIDES
      *  ALONG FOR THE REPORT ONLY.
       FD  LMS-GRADE-FILE
           RECORD CONTAINS 73 CHARACTERS.
      *
       01  LMS-GRADE-REC.
           05  LX-COURSE-NUM           PIC X(5).
           05  FILLER                  PIC X.
           05  LX-SECTION              PIC X(2).
           05  FILLER                  PIC X.
           05  LX-TERM                 PIC X(4).
           05  FILLER                  PIC X.
           05  LX-STUDENT-ID           PIC X(9).
           05  FILLER                  PIC X.
           05  LX-STUDENT-NAME         PIC X(20).
           05  FILLER                  PIC X.
           05  LX-SCORE-TABLE.
               10  LX-SCORE-ENTRY OCCURS 6 TIMES.
                   15  LX-SCORE        PIC 999.
                   15  LX-SCORE-X REDEFINES LX-SCORE
                                       PIC X(3).
                   15  FILLER          PIC X.
           05  LX-FINAL-PCT            PIC 999V9.
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
      *  SAME CLASS LIST LAB5SINGLEBREAK GRADES FROM
       FD  CLASS-FILE
           RECORD CONTAINS 64 CHARACTERS.
      *
       01  CLASS-REC.
           05  CF-COURSE-NUM           PIC X(5).
           05  CF-NAME                 PIC X(20).
           05  CF-TERM                 PIC X(4).
           05  CF-SECTION              PIC X(2).
           05  CF-GRADE-STATUS         PIC X.
           05  FILLER                  PIC X(5).
           05  CF-GRADE-TABLE.
               10  CF-GRADE            PIC 999 OCCURS 6 TIMES.
           05  CF-STUDENT-ID           PIC X(9).
      *
       FD  POLICY-FILE
           RECORD CONTAINS 29 CHARACTERS.
      *
       01  POLICY-REC.
           05  PO-COURSE-NUM           PIC X(5).
           05  PO-WEIGHT-TABLE.
               10  PO-WEIGHT           PIC 99 OCCURS 6 TIMES.
           05  PO-CUT-A                PIC 999.
           05  PO-CUT-B                PIC 999.
           05  PO-CUT-C                PIC 999.
           05  PO-CUT-D                PIC 999.
      *
      *  SAME CARD THE TERM RUN READS -- ONLY THE NUMBER OF TESTS
      *  AND DROP-LOWEST MATTER HERE
       FD  PARM-FILE
           RECORD CONTAINS 6 CHARACTERS.
      *
       01  PARM-RECORD.
           05  PARM-NUM-TESTS          PIC 9.
           05  PARM-DROP-LOWEST        PIC X.
           05  FILLER                  PIC X(4).
      *
       FD  RECON-PARM-FILE
           RECORD CONTAINS 11 CHARACTERS.
      *
       01  RECON-PARM-REC.
           05  RCP-TERM                PIC X(4).
           05  RCP-COURSE-NUM          PIC X(5).
           05  RCP-TOLERANCE           PIC 9V9.
      *
      *  ONE EXPORT LINE, KEYED FOR THE MATCH.  A LINE WHOSE SCORES
      *  OR FINAL PERCENTAGE ARE NOT NUMBERS CARRIES ITS ROW SWITCH
      *  SET AND IS REPORTED RATHER THAN COMPARED.
       SD  LMS-SORT-FILE
           RECORD CONTAINS 63 CHARACTERS.
      *
       01  LMS-SORT-REC.
           05  LS-MATCH-KEY.
               10  LS-TERM             PIC X(4).
               10  LS-COURSE-NUM       PIC X(5).
               10  LS-SECTION          PIC X(2).
               10  LS-STUDENT-ID       PIC X(9).
           05  LS-STUDENT-NAME         PIC X(20).
           05  LS-SCORE                PIC 999 OCCURS 6 TIMES.
           05  LS-FINAL-PCT            PIC 999V9.
           05  LS-ROW-SW               PIC X.
      *
       FD  LMSSRT-FILE
           RECORD CONTAINS 63 CHARACTERS.
      *
       01  LMSSRT-REC.
           05  LF-MATCH-KEY            PIC X(20).
           05  LF-STUDENT-NAME         PIC X(20).
           05  LF-SCORE                PIC 999 OCCURS 6 TIMES.
           05  LF-FINAL-PCT            PIC 999V9.
           05  LF-ROW-SW               PIC X.
               88  LF-ROW-UNREADABLE            VALUE 'U'.
      *
       01  LMSSRT-KEY-DETAIL REDEFINES LMSSRT-REC.
           05  LF-TERM                 PIC X(4).
           05  LF-COURSE-NUM           PIC X(5).
           05  LF-SECTION              PIC X(2).
           05  LF-STUDENT-ID           PIC X(9).
           05  FILLER                  PIC X(43).
      *
      *  THE POSTED SIDE: EACH GOVERNING HISTORY RECORD ('H') AND
      *  THE CLASS-LIST LINE IT WAS GRADED FROM ('C').  THE SOURCE
      *  BYTE FOLLOWS THE KEY, SO A STUDENT'S CLASS-LIST LINE SORTS
      *  AHEAD OF THEIR HISTORY RECORD AND BOTH ARRIVE TOGETHER.
       SD  POSTED-SORT-FILE
           RECORD CONTAINS 64 CHARACTERS.
      *
       01  POSTED-SORT-REC.
           05  PS-MATCH-KEY.
               10  PS-TERM             PIC X(4).
               10  PS-COURSE-NUM       PIC X(5).
               10  PS-SECTION          PIC X(2).
               10  PS-STUDENT-ID       PIC X(9).
           05  PS-SOURCE               PIC X.
           05  PS-STUDENT-NAME         PIC X(20).
           05  PS-AVG                  PIC 999V9.
           05  PS-LETTER               PIC X.
           05  PS-GRADE                PIC 999 OCCURS 6 TIMES.
      *
       FD  POSTSRT-FILE
           RECORD CONTAINS 64 CHARACTERS.
      *
       01  POSTSRT-REC.
           05  PT-MATCH-KEY            PIC X(20).
           05  PT-SOURCE               PIC X.
           05  PT-STUDENT-NAME         PIC X(20).
           05  PT-AVG                  PIC 999V9.
           05  PT-LETTER               PIC X.
           05  PT-GRADE                PIC 999 OCCURS 6 TIMES.
      *
       01  POSTSRT-KEY-DETAIL REDEFINES POSTSRT-REC.
           05  PT-TERM                 PIC X(4).
           05  PT-COURSE-NUM           PIC X(5).
           05  PT-SECTION              PIC X(2).
           05  PT-STUDENT-ID           PIC X(9).
           05  FILLER                  PIC X(44).
      *
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-REC                  PIC X(80).
      *
      *  SAME TRANSACTION LAYOUT LAB5AMEND READS FROM L5AMENDTX.TXT
       FD  PROPOSAL-FILE
           RECORD CONTAINS 59 CHARACTERS.
      *
       01  PROPOSAL-REC.
           05  AX-ACTION               PIC X.
           05  AX-NAME                 PIC X(20).
           05  AX-TERM                 PIC X(4).
           05  AX-COURSE-NUM           PIC X(5).
           05  AX-GRADE-TABLE.
               10  AX-GRADE            PIC 999 OCCURS 6 TIMES.
           05  AX-SECTION              PIC X(2).
           05  AX-STUDENT-ID           PIC X(9).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  LMS-GRADE-EOF-FLAG  PIC X         VALUE 'Y'.
           05  HISTORY-EOF-FLAG    PIC X         VALUE 'Y'.
           05  CLASS-EOF-FLAG      PIC X         VALUE 'Y'.
           05  POLICY-EOF-FLAG     PIC X         VALUE 'Y'.
           05  LMSSRT-EOF-FLAG     PIC X         VALUE 'N'.
           05  POSTSRT-EOF-FLAG    PIC X         VALUE 'N'.
           05  DROP-LOWEST-SW      PIC X         VALUE 'N'.
               88  DROP-LOWEST-SCORE            VALUE 'Y'.
           05  HOLD-ACTIVE-SW      PIC X         VALUE 'N'.
               88  HOLD-ACTIVE                  VALUE 'Y'.
           05  IN-SCOPE-SW         PIC X         VALUE 'N'.
               88  IN-SCOPE                     VALUE 'Y'.
           05  LMS-DUP-SW          PIC X         VALUE 'N'.
               88  LMS-DUPLICATE-ROW            VALUE 'Y'.
           05  STUDENT-DIFF-SW     PIC X         VALUE 'N'.
               88  STUDENT-DIFFERS              VALUE 'Y'.
           05  FIRST-LINE-SW       PIC X         VALUE 'Y'.
               88  FIRST-LINE-OF-STUDENT        VALUE 'Y'.
      *
       01  LMS-GRADE-FILE-STATUS   PIC XX        VALUE '00'.
      *
       01  HISTORY-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  CLASS-FILE-STATUS       PIC XX        VALUE '00'.
      *
       01  POLICY-FILE-STATUS      PIC XX        VALUE '00'.
      *
       01  PARM-FILE-STATUS        PIC XX        VALUE '00'.
      *
       01  RECON-PARM-FILE-STATUS  PIC XX        VALUE '00'.
      *
       01  LMSSRT-FILE-STATUS      PIC XX        VALUE '00'.
      *
       01  POSTSRT-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
           05  CD-MONTH            PIC XX.
           05  CD-DAY              PIC XX.
      *
      *  PARAMETER BLOCK FOR THE LAB5RUNCTL SERVICE.  THE
      *  RECONCILIATION READS EVERYTHING AND UPDATES NOTHING -- ITS
      *  CORRECTIONS ARE ONLY PROPOSED -- SO IT CLAIMS ITS RUN
      *  NUMBER WITHOUT TAKING THE SERIALIZATION LOCK.
       01  RUN-CTL-PARMS.
           05  RP-FUNCTION         PIC X         VALUE 'C'.
           05  RP-PROGRAM          PIC X(15)     VALUE 'LAB5LMSRECON'.
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
           05  SL-TERM             PIC X(4)      VALUE SPACES.
           05  SL-COURSE-NUM       PIC X(5)      VALUE SPACES.
           05  SL-TOLERANCE        PIC 9V9       VALUE 0.5.
      *
       01  CONSTANT-FIELDS.
           05  CF-NUM-TESTS        PIC S9        VALUE +4.
           05  CF-MAX-TESTS        PIC S9        VALUE +6.
      *
      *  EVERY TERM/COURSE THE EXPORT CARRIES.  ONLY THESE ARE
      *  PULLED FROM THE HISTORY AND THE CLASS LIST, SO A COURSE THE
      *  LMS DID NOT SEND IS NOT REPORTED STUDENT BY STUDENT AS
      *  MISSING FROM IT.
       01  SCOPE-TABLE-AREA.
           05  SP-MAX-ENTRIES      PIC S9(4)     VALUE +500.
           05  SP-COUNT            PIC S9(4)     VALUE +0.
           05  SP-ENTRY OCCURS 500 TIMES.
               10  SP-TERM         PIC X(4).
               10  SP-COURSE-NUM   PIC X(5).
      *
       01  SCOPE-WORK-FIELDS.
           05  SP-IDX              PIC S9(4)     VALUE +0.
           05  SP-HIT-IDX          PIC S9(4)     VALUE +0.
           05  SP-LAST-TERM        PIC X(4)      VALUE HIGH-VALUES.
           05  SP-LAST-COURSE      PIC X(5)      VALUE HIGH-VALUES.
           05  SP-LAST-SW          PIC X         VALUE 'N'.
      *
       01  POLICY-TABLE-AREA.
           05  PL-MAX-ENTRIES      PIC S9(4)     VALUE +1000.
           05  PL-COUNT            PIC S9(4)     VALUE +0.
           05  PL-ENTRY OCCURS 1000 TIMES.
               10  PL-COURSE-NUM   PIC X(5).
               10  PL-WEIGHT       PIC 99 OCCURS 6 TIMES.
               10  PL-CUT-A        PIC 999.
               10  PL-CUT-B        PIC 999.
               10  PL-CUT-C        PIC 999.
               10  PL-CUT-D        PIC 999.
      *
       01  CURRENT-POLICY.
           05  CP-COURSE           PIC X(5)      VALUE LOW-VALUES.
           05  CP-POLICY-SW        PIC X         VALUE 'N'.
               88  COURSE-POLICY-ACTIVE         VALUE 'Y'.
           05  CP-WEIGHT           PIC 99 OCCURS 6 TIMES
                                                 VALUE 1.
           05  CP-CUT-A            PIC 999       VALUE 90.
           05  CP-CUT-B            PIC 999       VALUE 80.
           05  CP-CUT-C            PIC 999       VALUE 70.
           05  CP-CUT-D            PIC 999       VALUE 60.
      *
      *  THE HISTORY RECORD HELD UNTIL THE NEXT READ SHOWS WHETHER
      *  A LATER (GOVERNING) RECORD EXISTS FOR THE SAME
      *  STUDENT/TERM/COURSE/SECTION.
       01  HOLD-FIELDS.
           05  HD-STUDENT-ID       PIC X(9).
           05  HD-TERM             PIC X(4).
           05  HD-COURSE-NUM       PIC X(5).
           05  HD-SECTION          PIC X(2).
           05  HD-REC-TYPE         PIC X.
           05  HD-STUDENT-NAME     PIC X(20).
           05  HD-AVG              PIC 999V9.
           05  HD-LETTER           PIC X.
      *
      *  ONE STUDENT'S POSTED SIDE, GATHERED FROM THE SORTED
      *  RECORDS SHARING A MATCH KEY
       01  POSTED-GROUP-FIELDS.
           05  PG-CLASS-SW         PIC X         VALUE 'N'.
               88  PG-CLASS-FOUND               VALUE 'Y'.
           05  PG-HISTORY-SW       PIC X         VALUE 'N'.
               88  PG-HISTORY-FOUND             VALUE 'Y'.
           05  PG-STUDENT-NAME     PIC X(20)     VALUE SPACES.
           05  PG-AVG              PIC 999V9     VALUE 0.
           05  PG-LETTER           PIC X         VALUE SPACE.
           05  PG-GRADE            PIC 999 OCCURS 6 TIMES.
      *
      *  THE TWO SIDES OF THE MATCH-MERGE.  HIGH-VALUES MARKS AN
      *  EXHAUSTED SIDE SO THE OTHER DRAINS CLEANLY.
       01  MATCH-FIELDS.
           05  MT-LMS-KEY          PIC X(20)     VALUE HIGH-VALUES.
           05  MT-POSTED-KEY       PIC X(20)     VALUE HIGH-VALUES.
           05  MT-POSTED-KEY-DETAIL REDEFINES MT-POSTED-KEY.
               10  MP-TERM         PIC X(4).
               10  MP-COURSE-NUM   PIC X(5).
               10  MP-SECTION      PIC X(2).
               10  MP-STUDENT-ID   PIC X(9).
           05  MT-PRIOR-LMS-KEY    PIC X(20)     VALUE LOW-VALUES.
      *
       01  WORK-FIELDS.
           05  WK-GRADE-IDX        PIC S9        VALUE +0.
           05  PL-IDX              PIC S9(4)     VALUE +0.
           05  PL-HIT-IDX          PIC S9(4)     VALUE +0.
           05  WK-NEW-AVG          PIC S999V9    VALUE +0.
           05  WK-NEW-LETTER       PIC X         VALUE SPACE.
           05  WK-SUM-GRADES       PIC S9(6)     VALUE +0.
           05  WK-SUM-WEIGHTS      PIC S9(3)     VALUE +0.
           05  WK-TESTS-TAKEN      PIC S9        VALUE +0.
           05  WK-SCORES-GIVEN     PIC S9        VALUE +0.
           05  WK-LOW-GRADE        PIC 999       VALUE 0.
           05  WK-AVG-DIFF         PIC S999V9    VALUE +0.
      *
       01  COUNT-FIELDS.
           05  CT-LMS-READ         PIC S9(5)     VALUE +0.
           05  CT-POSTED-READ      PIC S9(5)     VALUE +0.
           05  CT-COMPARED         PIC S9(5)     VALUE +0.
           05  CT-AGREED           PIC S9(5)     VALUE +0.
           05  CT-EXAM-DIFFS       PIC S9(5)     VALUE +0.
           05  CT-AVG-DIFFS        PIC S9(5)     VALUE +0.
           05  CT-LETTER-CHANGES   PIC S9(5)     VALUE +0.
           05  CT-LMS-ONLY         PIC S9(5)     VALUE +0.
           05  CT-POSTED-ONLY      PIC S9(5)     VALUE +0.
           05  CT-NOT-COMPARED     PIC S9(5)     VALUE +0.
           05  CT-LMS-REJECTED     PIC S9(5)     VALUE +0.
           05  CT-PROPOSED         PIC S9(5)     VALUE +0.
      **************************OUTPUT AREA***************************
       01  REPORT-HEADER-1.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(30)
                   VALUE 'LMS GRADEBOOK RECONCILIATION'.
           05                      PIC X(4)      VALUE 'RUN '.
           05  RH-RUN-NUMBER       PIC ZZZZZ9.
           05                      PIC X(2)      VALUE SPACES.
           05  RH-DATE.
               10  RH-MONTH        PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  RH-DAY          PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  RH-YEAR         PIC XXXX.
      *
       01  SELECTION-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(5)      VALUE 'TERM '.
           05  SEL-TERM            PIC X(4).
           05                      PIC X(10)     VALUE '   COURSE '.
           05  SEL-COURSE-NUM      PIC X(5).
           05                      PIC X(22)
                   VALUE '   AVERAGE TOLERANCE '.
           05  SEL-TOLERANCE       PIC 9.9.
      *
       01  COLUMN-LINE.
           05                      PIC X(2)      VALUE SPACES.
           05                      PIC X(31)
                   VALUE 'STUDENT#  NAME'.
           05                      PIC X(47)
                   VALUE 'TERM COURS SC  FINDING'.
      *
       01  DETAIL-LINE.
           05                      PIC X(2)      VALUE SPACES.
           05  DL-STUDENT-ID       PIC X(9).
           05                      PIC X(1)      VALUE SPACES.
           05  DL-NAME             PIC X(20).
           05                      PIC X(1)      VALUE SPACES.
           05  DL-TERM             PIC X(4).
           05                      PIC X(1)      VALUE SPACES.
           05  DL-COURSE-NUM       PIC X(5).
           05                      PIC X(1)      VALUE SPACES.
           05  DL-SECTION          PIC X(2).
           05                      PIC X(2)      VALUE SPACES.
           05  DL-NOTE             PIC X(32).
      *
       01  EXAM-NOTE.
           05                      PIC X(5)      VALUE 'EXAM '.
           05  EN-EXAM-NUM         PIC 9.
           05                      PIC X(6)      VALUE '  LMS '.
           05  EN-LMS-SCORE        PIC ZZ9.
           05                      PIC X(8)      VALUE '  KEYED '.
           05  EN-KEYED-SCORE      PIC ZZ9.
      *
       01  AVERAGE-NOTE.
           05                      PIC X(13)
                   VALUE 'AVERAGE  LMS '.
           05  AN-LMS-PCT          PIC ZZ9.9.
           05                      PIC X(9)      VALUE '  POSTED '.
           05  AN-POSTED-AVG       PIC ZZ9.9.
      *
       01  LETTER-NOTE.
           05                      PIC X(15)
                   VALUE 'LETTER  POSTED '.
           05  LN-POSTED-LETTER    PIC X.
           05                      PIC X(11)
                   VALUE '  WOULD BE '.
           05  LN-NEW-LETTER       PIC X.
      *
       01  SUMMARY-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05  TL-CAPTION          PIC X(34).
           05  TL-COUNT            PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       10-CONTROL-MODULE.

           PERFORM 15-HOUSEKEEPING

           SORT LMS-SORT-FILE
               ON ASCENDING KEY LS-MATCH-KEY
               INPUT PROCEDURE IS 20-RELEASE-LMS
               GIVING LMSSRT-FILE

           SORT POSTED-SORT-FILE
               ON ASCENDING KEY PS-MATCH-KEY
                                PS-SOURCE
               INPUT PROCEDURE IS 25-RELEASE-POSTED
               GIVING POSTSRT-FILE

           PERFORM 30-MATCH-LMS-TO-POSTED
           PERFORM 50-EOF-ROUTINE
           .

       15-HOUSEKEEPING.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO RH-MONTH
           MOVE CD-DAY TO RH-DAY
           MOVE CD-YEAR TO RH-YEAR

           PERFORM 12-CLAIM-RUN-NUMBER
           PERFORM 16-READ-RECON-PARM
           PERFORM 17-READ-PARM-CARD
           PERFORM 18-LOAD-POLICY-TABLE

           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT PROPOSAL-FILE

           IF SL-TERM = SPACES
               MOVE 'ALL' TO SEL-TERM
           ELSE
               MOVE SL-TERM TO SEL-TERM
           END-IF
           IF SL-COURSE-NUM = SPACES
               MOVE 'ALL' TO SEL-COURSE-NUM
           ELSE
               MOVE SL-COURSE-NUM TO SEL-COURSE-NUM
           END-IF
           MOVE SL-TOLERANCE TO SEL-TOLERANCE

           MOVE RP-RUN-NUMBER TO RH-RUN-NUMBER
           WRITE REPORT-REC FROM REPORT-HEADER-1
           WRITE REPORT-REC FROM SELECTION-LINE
               AFTER ADVANCING 1
           WRITE REPORT-REC FROM COLUMN-LINE
               AFTER ADVANCING 2
           .

      *  CLAIM THE RUN NUMBER THROUGH THE LAB5RUNCTL SERVICE SO
      *  EVERY RECONCILIATION SHOWS ON THE PERMANENT RUN LOG.
       12-CLAIM-RUN-NUMBER.

           MOVE 'C' TO RP-FUNCTION
           CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS

           IF RUN-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *  OPTIONAL SELECTION CARD.  A BLANK TERM OR COURSE TAKES
      *  EVERY ONE THE EXPORT CARRIES, AND A BLANK OR ZERO
      *  TOLERANCE KEEPS THE DEFAULT.
       16-READ-RECON-PARM.

           OPEN INPUT RECON-PARM-FILE

           IF RECON-PARM-FILE-STATUS = '00'
               READ RECON-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RCP-TERM TO SL-TERM
                       MOVE RCP-COURSE-NUM TO SL-COURSE-NUM
                       IF RCP-TOLERANCE NUMERIC
                          AND RCP-TOLERANCE > 0
                           MOVE RCP-TOLERANCE TO SL-TOLERANCE
                       END-IF
               END-READ
               CLOSE RECON-PARM-FILE
           END-IF
           .

       17-READ-PARM-CARD.

           OPEN INPUT PARM-FILE

           IF PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-NUM-TESTS NUMERIC AND PARM-NUM-TESTS > 0
                          AND PARM-NUM-TESTS NOT > CF-MAX-TESTS
                           MOVE PARM-NUM-TESTS TO CF-NUM-TESTS
                       END-IF
                       IF PARM-DROP-LOWEST = 'Y'
                           SET DROP-LOWEST-SCORE TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           .

       18-LOAD-POLICY-TABLE.

           OPEN INPUT POLICY-FILE

           IF POLICY-FILE-STATUS = '00'
               PERFORM UNTIL POLICY-EOF-FLAG = 'N'
                   READ POLICY-FILE
                       AT END
                           MOVE 'N' TO POLICY-EOF-FLAG
                       NOT AT END
                           IF PL-COUNT < PL-MAX-ENTRIES
                               ADD 1 TO PL-COUNT
                               MOVE PO-COURSE-NUM
                                   TO PL-COURSE-NUM (PL-COUNT)
                               PERFORM VARYING PL-IDX FROM 1 BY 1
                                       UNTIL PL-IDX > 6
                                   MOVE PO-WEIGHT (PL-IDX) TO
                                       PL-WEIGHT (PL-COUNT PL-IDX)
                               END-PERFORM
                               MOVE PO-CUT-A TO PL-CUT-A (PL-COUNT)
                               MOVE PO-CUT-B TO PL-CUT-B (PL-COUNT)
                               MOVE PO-CUT-C TO PL-CUT-C (PL-COUNT)
                               MOVE PO-CUT-D TO PL-CUT-D (PL-COUNT)
                           ELSE
      *  A POLICY PAST THE TABLE LIMIT WOULD GRADE ITS COURSE UNDER
      *  THE DEFAULT SCALE AND PROPOSE WRONG LETTERS -- STOP HARD
                               DISPLAY 'LAB5LMSRECON POLICY TABLE'
                                       ' FULL AT ' PL-MAX-ENTRIES
                               DISPLAY 'RAISE PL-MAX-ENTRIES AND'
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
               CLOSE POLICY-FILE
           END-IF
           .

      *  RELEASE THE EXPORT LINES OF THE SELECTED TERM AND COURSE,
      *  TABLING EACH TERM/COURSE SEEN.  A BLANK SCORE IS AN EXAM
      *  NOT GIVEN AND READS AS ZERO; ANY OTHER SCORE OR FINAL
      *  PERCENTAGE THAT IS NOT A NUMBER MARKS THE LINE UNREADABLE.
       20-RELEASE-LMS.

           OPEN INPUT LMS-GRADE-FILE

           IF LMS-GRADE-FILE-STATUS = '00'
               PERFORM UNTIL LMS-GRADE-EOF-FLAG = 'N'
                   READ LMS-GRADE-FILE
                       AT END
                           MOVE 'N' TO LMS-GRADE-EOF-FLAG
                       NOT AT END
                           IF (SL-TERM = SPACES
                               OR LX-TERM = SL-TERM)
                              AND (SL-COURSE-NUM = SPACES
                               OR LX-COURSE-NUM = SL-COURSE-NUM)
                               PERFORM 21-RELEASE-ONE-LMS-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LMS-GRADE-FILE
           END-IF
           .

       21-RELEASE-ONE-LMS-REC.

           ADD 1 TO CT-LMS-READ
           MOVE LX-TERM TO LS-TERM
           MOVE LX-COURSE-NUM TO LS-COURSE-NUM
           MOVE LX-SECTION TO LS-SECTION
           MOVE LX-STUDENT-ID TO LS-STUDENT-ID
           MOVE LX-STUDENT-NAME TO LS-STUDENT-NAME
           MOVE SPACE TO LS-ROW-SW

           PERFORM VARYING WK-GRADE-IDX FROM 1 BY 1
                   UNTIL WK-GRADE-IDX > 6
               IF LX-SCORE-X (WK-GRADE-IDX) = SPACES
                   MOVE 0 TO LS-SCORE (WK-GRADE-IDX)
               ELSE
                   IF LX-SCORE (WK-GRADE-IDX) NUMERIC
                       MOVE LX-SCORE (WK-GRADE-IDX)
                           TO LS-SCORE (WK-GRADE-IDX)
                   ELSE
                       MOVE 0 TO LS-SCORE (WK-GRADE-IDX)
                       MOVE 'U' TO LS-ROW-SW
                   END-IF
               END-IF
           END-PERFORM

           IF LX-FINAL-PCT NUMERIC
               MOVE LX-FINAL-PCT TO LS-FINAL-PCT
           ELSE
               MOVE 0 TO LS-FINAL-PCT
               MOVE 'U' TO LS-ROW-SW
           END-IF

           PERFORM 22-ADD-SCOPE-ENTRY
           RELEASE LMS-SORT-REC
           .

      *  A TERM/COURSE THE SCOPE TABLE CANNOT HOLD WOULD LEAVE ITS
      *  WHOLE CLASS REPORTED AS NEVER POSTED -- STOP HARD INSTEAD.
       22-ADD-SCOPE-ENTRY.

           PERFORM 27-LOOKUP-SCOPE

           IF NOT IN-SCOPE
               IF SP-COUNT NOT < SP-MAX-ENTRIES
                   DISPLAY 'LAB5LMSRECON SCOPE TABLE FULL AT '
                           SP-MAX-ENTRIES
                   DISPLAY 'RAISE SP-MAX-ENTRIES OR SELECT A TERM'
                           ' AND RERUN THE JOB'
                   MOVE 'F' TO RP-FUNCTION
                   MOVE 'TBLOVRFL' TO RP-STATUS
                   MOVE CT-LMS-READ TO RP-READ-COUNT
                   CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO SP-COUNT
               MOVE LS-TERM TO SP-TERM (SP-COUNT)
               MOVE LS-COURSE-NUM TO SP-COURSE-NUM (SP-COUNT)
               MOVE LS-TERM TO SP-LAST-TERM
               MOVE LS-COURSE-NUM TO SP-LAST-COURSE
               MOVE 'Y' TO SP-LAST-SW
           END-IF
           .

      *  THE CLASS-LIST LINES AND THE GOVERNING HISTORY RECORDS OF
      *  THE TERMS AND COURSES THE EXPORT CARRIES
       25-RELEASE-POSTED.

           PERFORM 26-RELEASE-CLASS-LIST

           OPEN INPUT HISTORY-FILE

           IF HISTORY-FILE-STATUS = '00'
               PERFORM UNTIL HISTORY-EOF-FLAG = 'N'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO HISTORY-EOF-FLAG
                           IF HOLD-ACTIVE
                               PERFORM 28-RELEASE-HELD-RECORD
                           END-IF
                       NOT AT END
                           IF HOLD-ACTIVE
                              AND (HI-KEY-STUDENT-ID
                                       NOT = HD-STUDENT-ID
                               OR HI-KEY-TERM NOT = HD-TERM
                               OR HI-KEY-COURSE-NUM
                                       NOT = HD-COURSE-NUM
                               OR HI-KEY-SECTION NOT = HD-SECTION)
                               PERFORM 28-RELEASE-HELD-RECORD
                           END-IF
                           MOVE HI-KEY-STUDENT-ID TO HD-STUDENT-ID
                           MOVE HI-KEY-TERM TO HD-TERM
                           MOVE HI-KEY-COURSE-NUM TO HD-COURSE-NUM
                           MOVE HI-KEY-SECTION TO HD-SECTION
                           MOVE HI-REC-TYPE TO HD-REC-TYPE
                           MOVE HI-STUDENT-NAME TO HD-STUDENT-NAME
                           MOVE HI-AVG TO HD-AVG
                           MOVE HI-LETTER TO HD-LETTER
                           MOVE 'Y' TO HOLD-ACTIVE-SW
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           .

      *  THE CLASS LIST IS OPTIONAL; WITHOUT IT THE AVERAGES AND
      *  LETTERS ARE STILL COMPARED, ONLY THE EXAM SCORES ARE NOT.
      *  A LINE WITHOUT A STUDENT NUMBER WAS REJECTED BY THE TERM
      *  RUN AND POSTED NOTHING.
       26-RELEASE-CLASS-LIST.

           OPEN INPUT CLASS-FILE

           IF CLASS-FILE-STATUS = '00'
               PERFORM UNTIL CLASS-EOF-FLAG = 'N'
                   READ CLASS-FILE
                       AT END
                           MOVE 'N' TO CLASS-EOF-FLAG
                       NOT AT END
                           MOVE CF-TERM TO LS-TERM
                           MOVE CF-COURSE-NUM TO LS-COURSE-NUM
                           PERFORM 27-LOOKUP-SCOPE
                           IF IN-SCOPE AND CF-STUDENT-ID NOT = SPACES
                               PERFORM 26A-RELEASE-CLASS-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-FILE
           END-IF
           .

       26A-RELEASE-CLASS-REC.

           MOVE CF-TERM TO PS-TERM
           MOVE CF-COURSE-NUM TO PS-COURSE-NUM
           MOVE CF-SECTION TO PS-SECTION
           MOVE CF-STUDENT-ID TO PS-STUDENT-ID
           MOVE 'C' TO PS-SOURCE
           MOVE CF-NAME TO PS-STUDENT-NAME
           MOVE 0 TO PS-AVG
           MOVE SPACE TO PS-LETTER

           PERFORM VARYING WK-GRADE-IDX FROM 1 BY 1
                   UNTIL WK-GRADE-IDX > 6
               IF CF-GRADE (WK-GRADE-IDX) NUMERIC
                   MOVE CF-GRADE (WK-GRADE-IDX)
                       TO PS-GRADE (WK-GRADE-IDX)
               ELSE
                   MOVE 0 TO PS-GRADE (WK-GRADE-IDX)
               END-IF
           END-PERFORM

           RELEASE POSTED-SORT-REC
           .

      *  THE INPUT ARRIVES LARGELY IN TERM/COURSE ORDER, SO THE
      *  LAST TERM/COURSE LOOKED UP IS KEPT AND USUALLY SAVES THE
      *  SEARCH.  THE TERM AND COURSE ARE TAKEN FROM LS-TERM AND
      *  LS-COURSE-NUM.
       27-LOOKUP-SCOPE.

           IF LS-TERM NOT = SP-LAST-TERM
              OR LS-COURSE-NUM NOT = SP-LAST-COURSE
               MOVE 0 TO SP-HIT-IDX
               PERFORM VARYING SP-IDX FROM 1 BY 1
                       UNTIL SP-IDX > SP-COUNT OR SP-HIT-IDX > 0
                   IF SP-TERM (SP-IDX) = LS-TERM
                      AND SP-COURSE-NUM (SP-IDX) = LS-COURSE-NUM
                       MOVE SP-IDX TO SP-HIT-IDX
                   END-IF
               END-PERFORM
               IF SP-HIT-IDX > 0
                   MOVE 'Y' TO SP-LAST-SW
               ELSE
                   MOVE 'N' TO SP-LAST-SW
               END-IF
               MOVE LS-TERM TO SP-LAST-TERM
               MOVE LS-COURSE-NUM TO SP-LAST-COURSE
           END-IF

           MOVE SP-LAST-SW TO IN-SCOPE-SW
           .

      *  A GOVERNING 'X' MEANS THE COURSE WAS DELETED, SO NOTHING
      *  STANDS POSTED FOR IT.
       28-RELEASE-HELD-RECORD.

           IF HD-REC-TYPE NOT = 'X'
               MOVE HD-TERM TO LS-TERM
               MOVE HD-COURSE-NUM TO LS-COURSE-NUM
               PERFORM 27-LOOKUP-SCOPE
               IF IN-SCOPE
                   ADD 1 TO CT-POSTED-READ
                   MOVE HD-TERM TO PS-TERM
                   MOVE HD-COURSE-NUM TO PS-COURSE-NUM
                   MOVE HD-SECTION TO PS-SECTION
                   MOVE HD-STUDENT-ID TO PS-STUDENT-ID
                   MOVE 'H' TO PS-SOURCE
                   MOVE HD-STUDENT-NAME TO PS-STUDENT-NAME
                   MOVE HD-AVG TO PS-AVG
                   MOVE HD-LETTER TO PS-LETTER
                   PERFORM VARYING WK-GRADE-IDX FROM 1 BY 1
                           UNTIL WK-GRADE-IDX > 6
                       MOVE 0 TO PS-GRADE (WK-GRADE-IDX)
                   END-PERFORM
                   RELEASE POSTED-SORT-REC
               END-IF
           END-IF
           .

      *  BOTH SIDES ARE NOW IN TERM/COURSE/SECTION/NUMBER ORDER, SO
      *  ONE PASS TIES EVERY LMS LINE TO WHAT WAS POSTED.  A
      *  CLASS-LIST LINE THAT NEVER REACHED THE HISTORY COUNTS AS
      *  NOTHING POSTED.
       30-MATCH-LMS-TO-POSTED.

           OPEN INPUT LMSSRT-FILE
           OPEN INPUT POSTSRT-FILE

           READ POSTSRT-FILE
               AT END
                   MOVE 'Y' TO POSTSRT-EOF-FLAG
           END-READ

           PERFORM 32-READ-LMS-SIDE
           PERFORM 33-READ-POSTED-SIDE

           PERFORM UNTIL MT-LMS-KEY = HIGH-VALUES
                     AND MT-POSTED-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN LMS-DUPLICATE-ROW
                       ADD 1 TO CT-LMS-REJECTED
                       PERFORM 34-FORMAT-LMS-KEYS
                       MOVE 'DUPLICATE LMS LINE - IGNORED'
                           TO DL-NOTE
                       PERFORM 39-WRITE-DETAIL
                       PERFORM 32-READ-LMS-SIDE
                   WHEN MT-LMS-KEY = MT-POSTED-KEY
                       IF PG-HISTORY-FOUND
                           PERFORM 36-COMPARE-RESULTS
                       ELSE
                           PERFORM 31-REPORT-LMS-ONLY
                       END-IF
                       PERFORM 32-READ-LMS-SIDE
                       PERFORM 33-READ-POSTED-SIDE
                   WHEN MT-LMS-KEY < MT-POSTED-KEY
                       PERFORM 31-REPORT-LMS-ONLY
                       PERFORM 32-READ-LMS-SIDE
                   WHEN OTHER
                       IF PG-HISTORY-FOUND
                           ADD 1 TO CT-POSTED-ONLY
                           PERFORM 35-FORMAT-POSTED-KEYS
                           MOVE 'POSTED - NOT IN LMS' TO DL-NOTE
                           PERFORM 39-WRITE-DETAIL
                       END-IF
                       PERFORM 33-READ-POSTED-SIDE
               END-EVALUATE
           END-PERFORM

           CLOSE LMSSRT-FILE
           CLOSE POSTSRT-FILE
           .

       31-REPORT-LMS-ONLY.

           PERFORM 34-FORMAT-LMS-KEYS
           IF LF-ROW-UNREADABLE
               ADD 1 TO CT-LMS-REJECTED
               MOVE 'LMS LINE UNREADABLE - SKIPPED' TO DL-NOTE
           ELSE
               ADD 1 TO CT-LMS-ONLY
               MOVE 'IN LMS - NOT POSTED' TO DL-NOTE
           END-IF
           PERFORM 39-WRITE-DETAIL
           .

      *  A SECOND EXPORT LINE FOR THE SAME STUDENT IN THE SAME
      *  SECTION IS FLAGGED RATHER THAN MATCHED A SECOND TIME.
       32-READ-LMS-SIDE.

           MOVE 'N' TO LMS-DUP-SW
           IF LMSSRT-EOF-FLAG = 'N'
               READ LMSSRT-FILE
                   AT END
                       MOVE 'Y' TO LMSSRT-EOF-FLAG
                       MOVE HIGH-VALUES TO MT-LMS-KEY
                   NOT AT END
                       MOVE LF-MATCH-KEY TO MT-LMS-KEY
                       IF LF-MATCH-KEY = MT-PRIOR-LMS-KEY
                           SET LMS-DUPLICATE-ROW TO TRUE
                       END-IF
                       MOVE LF-MATCH-KEY TO MT-PRIOR-LMS-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUES TO MT-LMS-KEY
           END-IF
           .

      *  GATHER EVERY SORTED RECORD SHARING THE NEXT MATCH KEY --
      *  THE CLASS-LIST LINE AND THE HISTORY RECORD -- INTO ONE
      *  POSTED GROUP.  THE RECORD AREA ALWAYS HOLDS THE FIRST
      *  RECORD NOT YET TAKEN.
       33-READ-POSTED-SIDE.

           IF POSTSRT-EOF-FLAG = 'Y'
               MOVE HIGH-VALUES TO MT-POSTED-KEY
           ELSE
               MOVE PT-MATCH-KEY TO MT-POSTED-KEY
               MOVE 'N' TO PG-CLASS-SW
               MOVE 'N' TO PG-HISTORY-SW
               MOVE SPACES TO PG-STUDENT-NAME
               MOVE 0 TO PG-AVG
               MOVE SPACE TO PG-LETTER
               PERFORM UNTIL POSTSRT-EOF-FLAG = 'Y'
                          OR PT-MATCH-KEY NOT = MT-POSTED-KEY
                   PERFORM 33A-TAKE-POSTED-REC
                   READ POSTSRT-FILE
                       AT END
                           MOVE 'Y' TO POSTSRT-EOF-FLAG
                   END-READ
               END-PERFORM
           END-IF
           .

      *  THE HISTORY NAME IS THE ONE POSTED AND WINS OVER THE
      *  CLASS LIST'S.
       33A-TAKE-POSTED-REC.

           IF PT-SOURCE = 'C'
               SET PG-CLASS-FOUND TO TRUE
               IF NOT PG-HISTORY-FOUND
                   MOVE PT-STUDENT-NAME TO PG-STUDENT-NAME
               END-IF
               PERFORM VARYING WK-GRADE-IDX FROM 1 BY 1
                       UNTIL WK-GRADE-IDX > 6
                   MOVE PT-GRADE (WK-GRADE-IDX)
                       TO PG-GRADE (WK-GRADE-IDX)
               END-PERFORM
           ELSE
               SET PG-HISTORY-FOUND TO TRUE
               MOVE PT-STUDENT-NAME TO PG-STUDENT-NAME
               MOVE PT-AVG TO PG-AVG
               MOVE PT-LETTER TO PG-LETTER
           END-IF
           .

       34-FORMAT-LMS-KEYS.

           MOVE LF-STUDENT-ID TO DL-STUDENT-ID
           MOVE LF-STUDENT-NAME TO DL-NAME
           MOVE LF-TERM TO DL-TERM
           MOVE LF-COURSE-NUM TO DL-COURSE-NUM
           MOVE LF-SECTION TO DL-SECTION
           MOVE 'Y' TO FIRST-LINE-SW
           .

      *  THE RECORD AREA ALREADY HOLDS THE NEXT GROUP, SO THE KEYS
      *  COME FROM THE MATCH KEY
       35-FORMAT-POSTED-KEYS.

           MOVE MP-STUDENT-ID TO DL-STUDENT-ID
           MOVE PG-STUDENT-NAME TO DL-NAME
           MOVE MP-TERM TO DL-TERM
           MOVE MP-COURSE-NUM TO DL-COURSE-NUM
           MOVE MP-SECTION TO DL-SECTION
           MOVE 'Y' TO FIRST-LINE-SW
           .

      *  ONE STUDENT GRADED IN BOTH SYSTEMS.  EACH DISAGREEMENT
      *  PRINTS ITS OWN LINE.  AN 'I' OR 'W' CARRIES NO REAL
      *  AVERAGE AND IS ONLY LISTED.  WHEN THE LMS SCORES, GRADED
      *  UNDER THE TERM RUN'S OWN POLICY, WOULD CHANGE THE POSTED
      *  AVERAGE OR LETTER, THEY ARE PROPOSED AS A CORRECTION; A
      *  FINAL PERCENTAGE THAT DIFFERS WHILE THE SCORES AGREE IS
      *  THE LMS'S OWN ARITHMETIC AND PROPOSES NOTHING.
       36-COMPARE-RESULTS.

           ADD 1 TO CT-COMPARED
           MOVE 'N' TO STUDENT-DIFF-SW
           PERFORM 34-FORMAT-LMS-KEYS
           MOVE PG-STUDENT-NAME TO DL-NAME

           EVALUATE TRUE
               WHEN LF-ROW-UNREADABLE
                   ADD 1 TO CT-LMS-REJECTED
                   MOVE 'LMS LINE UNREADABLE - SKIPPED' TO DL-NOTE
                   PERFORM 39-WRITE-DETAIL
               WHEN PG-LETTER = 'I' OR PG-LETTER = 'W'
                   ADD 1 TO CT-NOT-COMPARED
                   MOVE 'POSTED I/W - NOT COMPARED' TO DL-NOTE
                   PERFORM 39-WRITE-DETAIL
               WHEN OTHER
                   IF PG-CLASS-FOUND
                       PERFORM VARYING WK-GRADE-IDX FROM 1 BY 1
                               UNTIL WK-GRADE-IDX > CF-NUM-TESTS
                           IF LF-SCORE (WK-GRADE-IDX)
                              NOT = PG-GRADE (WK-GRADE-IDX)
                               PERFORM 36A-REPORT-EXAM-DIFF
                           END-IF
                       END-PERFORM
                   ELSE
                       MOVE 'NO KEYED SCORES ON CLASS LIST'
                           TO DL-NOTE
                       PERFORM 39-WRITE-DETAIL
                   END-IF

                   COMPUTE WK-AVG-DIFF = LF-FINAL-PCT - PG-AVG
                   IF WK-AVG-DIFF < 0
                       COMPUTE WK-AVG-DIFF = 0 - WK-AVG-DIFF
                   END-IF
                   IF WK-AVG-DIFF > SL-TOLERANCE
                       ADD 1 TO CT-AVG-DIFFS
                       SET STUDENT-DIFFERS TO TRUE
                       MOVE LF-FINAL-PCT TO AN-LMS-PCT
                       MOVE PG-AVG TO AN-POSTED-AVG
                       MOVE AVERAGE-NOTE TO DL-NOTE
                       PERFORM 39-WRITE-DETAIL
                   END-IF

                   PERFORM 37-COMPUTE-LMS-RESULT
                   IF WK-SCORES-GIVEN > 0
                       IF WK-NEW-LETTER NOT = PG-LETTER
                           ADD 1 TO CT-LETTER-CHANGES
                           SET STUDENT-DIFFERS TO TRUE
                           MOVE PG-LETTER TO LN-POSTED-LETTER
                           MOVE WK-NEW-LETTER TO LN-NEW-LETTER
                           MOVE LETTER-NOTE TO DL-NOTE
                           PERFORM 39-WRITE-DETAIL
                       END-IF
                       IF WK-NEW-AVG NOT = PG-AVG
                          OR WK-NEW-LETTER NOT = PG-LETTER
                           PERFORM 38-WRITE-PROPOSAL
                       END-IF
                   END-IF

                   IF NOT STUDENT-DIFFERS
                       ADD 1 TO CT-AGREED
                   END-IF
           END-EVALUATE
           .

       36A-REPORT-EXAM-DIFF.

           ADD 1 TO CT-EXAM-DIFFS
           SET STUDENT-DIFFERS TO TRUE
           MOVE WK-GRADE-IDX TO EN-EXAM-NUM
           MOVE LF-SCORE (WK-GRADE-IDX) TO EN-LMS-SCORE
           MOVE PG-GRADE (WK-GRADE-IDX) TO EN-KEYED-SCORE
           MOVE EXAM-NOTE TO DL-NOTE
           PERFORM 39-WRITE-DETAIL
           .

      *  GRADE THE LMS SCORES EXACTLY AS LAB5AMEND WOULD GRADE THE
      *  PROPOSED CORRECTION: SAME POLICY, SAME NUMBER OF TESTS,
      *  SAME DROP-LOWEST RULE.
       37-COMPUTE-LMS-RESULT.

           PERFORM 37B-LOOKUP-POLICY

           MOVE 0 TO WK-NEW-AVG
           MOVE 0 TO WK-SUM-GRADES
           MOVE 0 TO WK-SUM-WEIGHTS
           MOVE 0 TO WK-TESTS-TAKEN
           MOVE 999 TO WK-LOW-GRADE

           PERFORM VARYING WK-GRADE-IDX FROM 1 BY 1
                   UNTIL WK-GRADE-IDX > CF-NUM-TESTS
               IF LF-SCORE (WK-GRADE-IDX) > 0
                   COMPUTE WK-SUM-GRADES = WK-SUM-GRADES
                       + LF-SCORE (WK-GRADE-IDX)
                       * CP-WEIGHT (WK-GRADE-IDX)
                   ADD CP-WEIGHT (WK-GRADE-IDX) TO WK-SUM-WEIGHTS
                   ADD 1 TO WK-TESTS-TAKEN
                   IF LF-SCORE (WK-GRADE-IDX) < WK-LOW-GRADE
                       MOVE LF-SCORE (WK-GRADE-IDX) TO WK-LOW-GRADE
                   END-IF
               END-IF
           END-PERFORM

           MOVE WK-TESTS-TAKEN TO WK-SCORES-GIVEN

           IF DROP-LOWEST-SCORE AND WK-TESTS-TAKEN > 1
              AND NOT COURSE-POLICY-ACTIVE
               SUBTRACT WK-LOW-GRADE FROM WK-SUM-GRADES
               SUBTRACT 1 FROM WK-SUM-WEIGHTS
               SUBTRACT 1 FROM WK-TESTS-TAKEN
           END-IF

           IF WK-TESTS-TAKEN = 0 OR WK-SUM-WEIGHTS = 0
               MOVE 0 TO WK-NEW-AVG
           ELSE
               DIVIDE WK-SUM-WEIGHTS INTO WK-SUM-GRADES
                    GIVING WK-NEW-AVG
           END-IF

           PERFORM 37A-EVALUATE-GRADE
           .

       37A-EVALUATE-GRADE.

           EVALUATE TRUE
               WHEN WK-NEW-AVG >= CP-CUT-A
                   MOVE 'A' TO WK-NEW-LETTER
               WHEN WK-NEW-AVG >= CP-CUT-B
                   MOVE 'B' TO WK-NEW-LETTER
               WHEN WK-NEW-AVG >= CP-CUT-C
                   MOVE 'C' TO WK-NEW-LETTER
               WHEN WK-NEW-AVG >= CP-CUT-D
                   MOVE 'D' TO WK-NEW-LETTER
               WHEN OTHER
                   MOVE 'F' TO WK-NEW-LETTER
           END-EVALUATE
           .

       37B-LOOKUP-POLICY.

           MOVE LF-COURSE-NUM TO CP-COURSE
           MOVE 0 TO PL-HIT-IDX

           PERFORM VARYING PL-IDX FROM 1 BY 1
                   UNTIL PL-IDX > PL-COUNT
                      OR PL-HIT-IDX > 0
               IF PL-COURSE-NUM (PL-IDX) = CP-COURSE
                   MOVE PL-IDX TO PL-HIT-IDX
               END-IF
           END-PERFORM

           IF PL-HIT-IDX > 0
               MOVE 'Y' TO CP-POLICY-SW
               PERFORM VARYING PL-IDX FROM 1 BY 1
                       UNTIL PL-IDX > 6
                   MOVE PL-WEIGHT (PL-HIT-IDX PL-IDX)
                       TO CP-WEIGHT (PL-IDX)
               END-PERFORM
               MOVE PL-CUT-A (PL-HIT-IDX) TO CP-CUT-A
               MOVE PL-CUT-B (PL-HIT-IDX) TO CP-CUT-B
               MOVE PL-CUT-C (PL-HIT-IDX) TO CP-CUT-C
               MOVE PL-CUT-D (PL-HIT-IDX) TO CP-CUT-D
           ELSE
               MOVE 'N' TO CP-POLICY-SW
               PERFORM VARYING PL-IDX FROM 1 BY 1
                       UNTIL PL-IDX > 6
                   MOVE 1 TO CP-WEIGHT (PL-IDX)
               END-PERFORM
               MOVE 90 TO CP-CUT-A
               MOVE 80 TO CP-CUT-B
               MOVE 70 TO CP-CUT-C
               MOVE 60 TO CP-CUT-D
           END-IF
           .

      *  THE CORRECTION CARRIES THE POSTED NAME, SO IT PASSES
      *  LAB5AMEND'S MASTER NAME CHECK, AND THE LMS SCORES AS THE
      *  NEW GRADES.
       38-WRITE-PROPOSAL.

           MOVE SPACES TO PROPOSAL-REC
           MOVE 'C' TO AX-ACTION
           MOVE PG-STUDENT-NAME TO AX-NAME
           MOVE LF-TERM TO AX-TERM
           MOVE LF-COURSE-NUM TO AX-COURSE-NUM
           PERFORM VARYING WK-GRADE-IDX FROM 1 BY 1
                   UNTIL WK-GRADE-IDX > 6
               MOVE LF-SCORE (WK-GRADE-IDX) TO AX-GRADE (WK-GRADE-IDX)
           END-PERFORM
           MOVE LF-SECTION TO AX-SECTION
           MOVE LF-STUDENT-ID TO AX-STUDENT-ID
           WRITE PROPOSAL-REC

           ADD 1 TO CT-PROPOSED
           MOVE 'CORRECTION PROPOSED' TO DL-NOTE
           PERFORM 39-WRITE-DETAIL
           .

      *  A STUDENT'S FIRST LINE IS SET OFF BY A BLANK LINE
       39-WRITE-DETAIL.

           IF FIRST-LINE-OF-STUDENT
               WRITE REPORT-REC FROM DETAIL-LINE
                   AFTER ADVANCING 2
               MOVE 'N' TO FIRST-LINE-SW
           ELSE
               WRITE REPORT-REC FROM DETAIL-LINE
                   AFTER ADVANCING 1
           END-IF
           .

       50-EOF-ROUTINE.

           MOVE 'LMS LINES READ' TO TL-CAPTION
           MOVE CT-LMS-READ TO TL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 3

           MOVE 'POSTED RESULTS READ' TO TL-CAPTION
           MOVE CT-POSTED-READ TO TL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'STUDENTS COMPARED' TO TL-CAPTION
           MOVE CT-COMPARED TO TL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'STUDENTS IN AGREEMENT' TO TL-CAPTION
           MOVE CT-AGREED TO TL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'EXAM SCORES THAT DIFFER' TO TL-CAPTION
           MOVE CT-EXAM-DIFFS TO TL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'AVERAGES OUTSIDE TOLERANCE' TO TL-CAPTION
           MOVE CT-AVG-DIFFS TO TL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'LETTER GRADES THAT WOULD CHANGE' TO TL-CAPTION
           MOVE CT-LETTER-CHANGES TO TL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'IN LMS - NOT POSTED' TO TL-CAPTION
           MOVE CT-LMS-ONLY TO TL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'POSTED - NOT IN LMS' TO TL-CAPTION
           MOVE CT-POSTED-ONLY TO TL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'POSTED I/W - NOT COMPARED' TO TL-CAPTION
           MOVE CT-NOT-COMPARED TO TL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'LMS LINES UNREADABLE OR DUPLICATE' TO TL-CAPTION
           MOVE CT-LMS-REJECTED TO TL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'CORRECTIONS PROPOSED' TO TL-CAPTION
           MOVE CT-PROPOSED TO TL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           CLOSE REPORT-FILE
           CLOSE PROPOSAL-FILE

      *  ANY DISCREPANCY FAILS SOFT SO THE SCHEDULER FLAGS THE RUN
      *  FOR THE REGISTRAR'S OFFICE.
           IF CT-EXAM-DIFFS > 0 OR CT-AVG-DIFFS > 0
              OR CT-LETTER-CHANGES > 0 OR CT-LMS-ONLY > 0
              OR CT-POSTED-ONLY > 0 OR CT-LMS-REJECTED > 0
               MOVE 'MISMATCH' TO RP-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'COMPLETED' TO RP-STATUS
           END-IF

           PERFORM 54-FINALIZE-RUN-CONTROL

           DISPLAY 'LAB5LMSRECON RUN ' RP-RUN-NUMBER
                   ' LMS ' CT-LMS-READ
                   ' COMPARED ' CT-COMPARED
                   ' PROPOSED ' CT-PROPOSED

           STOP RUN
           .

      *  STAMP THE OUTCOME AND LOG THE EXECUTION.
       54-FINALIZE-RUN-CONTROL.

           MOVE 'F' TO RP-FUNCTION
           MOVE CT-LMS-READ TO RP-READ-COUNT
           CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
           .
