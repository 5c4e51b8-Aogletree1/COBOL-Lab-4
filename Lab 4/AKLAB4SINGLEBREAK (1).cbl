      *******
      *    INPUT: THE DATA FILE IS A DISK FILE CONTAINING THE
      *        COURSE NUMBER, STUDENT NAME AND FOUR EXAM GRADES 
      *        AND THE STUDENT'S PERMANENT STUDENT NUMBER
      *******
      *    OUTPUT:  
      *       A PRINTED REPORT CONTAINING A DETAIL LINE FOR EACH 
               ASSIGN TO 'L5MISSING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  WHO WAS HELD BACK FROM WHICH OUTPUT UNDER A FERPA HOLD,
      *  KEPT SO THE REGISTRAR CAN ANSWER AN AUDIT.  EXTENDED ON A
      *  RESTART LIKE THE REPORT.
           SELECT SUPPRESS-FILE
               ASSIGN TO 'L5SUPPRESS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARM-FILE
               ASSIGN TO 'L5PARMS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO 'STUDENTMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS SM-FILE-STATUS.

           SELECT CHECKPOINT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-FILE-STATUS.

           SELECT CATALOG-FILE
               ASSIGN TO 'L5CATALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'L5HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               ALTERNATE RECORD KEY IS HI-POST-SEQ
               FILE STATUS IS HISTORY-FILE-STATUS.

      *  THE LAB5HISTARCH ARCHIVE, READ ONLY DURING THE PRIOR-
           SELECT REGPOST-FILE
               ASSIGN TO 'L5REGPOST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCHEDULE-FILE
               ASSIGN TO 'L5SCHEDULE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.

      *  EVERY GRADE POSTED THIS RUN, SPOOLED FOR THE END-OF-JOB
      *  SCHEDULE REPORTS.  EXTENDED ON A RESTART LIKE THE REPORT,
      *  SO IT STILL HOLDS THE WHOLE RUN WHEN THE SHEETS PRINT.
           SELECT OPTIONAL CONFWORK-FILE
               ASSIGN TO 'L5CONFWORK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROSTER-FILE
               ASSIGN TO 'L5ROSTERS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONFIRM-FILE
               ASSIGN TO 'L5CONFIRM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROSTER-SORT-FILE
               ASSIGN TO 'L5ROSTSWK'.

           SELECT CONFIRM-SORT-FILE
               ASSIGN TO 'L5CONFSWK'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CLASS-FILE
           RECORD CONTAINS 64 CHARACTERS.
      *
       01  CL-RECORD                   PIC X(64).
      *
      *  THE GRADES, NAMES AND STUDENT NUMBERS ARE PART OF THE SORT
      *  KEY ONLY TO MAKE THE SORTED ORDER FULLY DETERMINISTIC, SO A
      *  RESTARTED RUN REPOSITIONS OVER EXACTLY THE SAME SEQUENCE IT
      *  LEFT -- TWO NAMESAKES IN ONE SECTION NO LONGER TIE.
       SD  SORT-FILE
           RECORD CONTAINS 64 CHARACTERS.
      *
       01  SORT-REC.
           05  SR-COURSE-NUM           PIC X(5).
           05  SR-SECTION              PIC X(2).
           05  FILLER                  PIC X(6).
           05  SR-GRADES               PIC X(18).
           05  SR-STUDENT-ID           PIC X(9).
      *
      *  CF-GRADE(1) THRU CF-GRADE(4) SIT AT THEIR ORIGINAL BYTE
      *  OFFSETS (38-49) SO EXISTING 4-EXAM EXTRACTS STILL LINE UP;
      *  SIMPLY COME BACK BLANK ON THOSE RECORDS, WHERE THEY ARE NEVER
      *  EXAMINED SINCE CF-NUM-TESTS DEFAULTS TO 4.
       FD  SORTED-CLASS-FILE
           RECORD CONTAINS 64 CHARACTERS.
      *
       01  CF-RECORD.
      *
           05  FILLER                  PIC X(5).
           05  CF-GRADE-TABLE.
               10  CF-GRADE            PIC 999 OCCURS 6 TIMES.
      *  THE PERMANENT STUDENT NUMBER, APPENDED AFTER THE GRADES.
      *  IT -- NOT THE NAME -- IDENTIFIES THE STUDENT TO THE
      *  MASTER, THE HISTORY AND THE REGISTRAR; A RECORD WITHOUT A
      *  USABLE ONE IS REJECTED 'BAD-ID'.
           05  CF-STUDENT-ID           PIC X(9).

      *
       FD  REPORT-FILE
      *  RJ-REJECT-DATE STAMPS EACH REJECT WITH THE RUN DATE SO THE
      *  LAB5REJFIX CORRECTION PROGRAM CAN AGE UNCORRECTED REJECTS.
       FD  REJECT-FILE
           RECORD CONTAINS 84 CHARACTERS.
      *
       01  REJECT-REC.
           05  RJ-CF-RECORD           PIC X(64).
           05  FILLER                 PIC X.
           05  RJ-REASON-CODE         PIC X(10).
           05  FILLER                 PIC X.
      *  CLEANED RESUBMISSIONS WRITTEN BY LAB5REJFIX, IN CF-RECORD
      *  FORMAT, MERGED INTO THE RUN BEHIND THE REGULAR CLASS FILE.
       FD  RESUBMIT-FILE
           RECORD CONTAINS 64 CHARACTERS.
      *
       01  RS-RECORD                  PIC X(64).
      *
      *  THE REGISTRAR'S ENROLLMENT EXTRACT -- WHO IS SUPPOSED TO BE
      *  IN EACH COURSE EACH TERM.  EVERY INCOMING GRADE RECORD IS
      *  THE SECTION IS APPENDED AFTER THE ORIGINAL FIELDS, GROWING
      *  THE RECORD -- A SHORT LINE FROM AN OLD 29-BYTE EXTRACT IS
      *  SPACE-PADDED ON READ, SO ITS SECTION COMES BACK BLANK AND
      *  MATCHES ANY SECTION OF THE COURSE.  THE STUDENT NUMBER IS
      *  APPENDED THE SAME WAY; A ROW WITHOUT ONE IS MATCHED ON THE
      *  NAME AS BEFORE.
       FD  ENROLL-FILE
           RECORD CONTAINS 40 CHARACTERS.
      *
       01  ENROLL-REC.
           05  EN-COURSE-NUM           PIC X(5).
               10  EN-FIRSTNAME        PIC X(11).
           05  EN-TERM                 PIC X(4).
           05  EN-SECTION              PIC X(2).
           05  EN-STUDENT-ID           PIC X(9).
      *
       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  MISSING-REC                 PIC X(80).
      *
       FD  SUPPRESS-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  SUPPRESS-REC                PIC X(80).
      *
      *  THE INCOMPLETE-DEADLINE COLUMN IS APPENDED AFTER THE
      *  ORIGINAL ONES -- AN OLD 3-BYTE CARD PADS BLANK THERE AND
      *  THE DEFAULT IN CONSTANT-FIELDS APPLIES.  THE DISTRIBUTION
      *  COLUMN FOLLOWS THE SAME WAY: 'Y' MARKS THIS RUN'S CLASS
      *  REPORT AS A COPY FOR DISTRIBUTION.
       FD  PARM-FILE
           RECORD CONTAINS 7 CHARACTERS.
      *
       01  PARM-RECORD.
           05  PARM-NUM-TESTS          PIC 9.
           05  PARM-DROP-LOWEST        PIC X.
           05  PARM-RESTART-MODE       PIC X.
           05  PARM-INC-DAYS           PIC 9(3).
           05  PARM-DISTRIBUTION       PIC X.
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
      *  THE CREDIT-WEIGHTED 4.0 GPA, KEPT ALONGSIDE THE PERCENTAGE
      *  AVERAGE ABOVE.  APPENDED AFTER THE ORIGINAL FIELDS -- A
      *  RECORD WRITTEN BEFORE CREDITS EXISTED COMES BACK WITH
      *  THESE NOT NUMERIC AND IS TREATED AS CARRYING NO CREDITS.
           05  SM-CRED-ATTEMPTED       PIC 9(4).
           05  SM-CRED-EARNED          PIC 9(4).
           05  SM-QUALITY-PTS          PIC 9(5).
           05  SM-GPA-4                PIC 9V99.
      *  THE PERMANENT STUDENT NUMBER -- THE RECORD KEY.  THE NAME
      *  ABOVE IS DESCRIPTIVE ONLY.
           05  SM-STUDENT-ID           PIC X(9).
      *  FERPA DIRECTORY-INFORMATION HOLD, MAINTAINED ONLY BY THE
      *  LAB5SMMAINT FERPA TRANSACTION.  'Y' IS A HOLD, 'N' A
      *  CLEARED ONE, BLANK (EVERY RECORD WRITTEN BEFORE THE FIELD
      *  EXISTED) NO HOLD.  THE DATE IS WHEN THE SETTING TAKES
      *  EFFECT -- A CLEAR DATED IN THE FUTURE LEAVES THE HOLD ON
      *  UNTIL THEN.
           05  SM-CONF-FIELDS.
               10  SM-CONF-HOLD        PIC X.
                   88  SM-CONF-HOLD-SET            VALUE 'Y'.
                   88  SM-CONF-HOLD-CLEARED        VALUE 'N'.
               10  SM-CONF-DATE        PIC X(8).
      *
       FD  CHECKPOINT-FILE
           RECORD CONTAINS 197 CHARACTERS.
      *
       01  CHECKPOINT-REC.
           05  CHK-RECORD-COUNT             PIC 9(6).
           05  CHK-BL-SM-SUPERSEDED         PIC 9(6).
           05  CHK-BL-FEED                  PIC 9(6).
           05  CHK-FEED-HASH                PIC 9(9)V9.
           05  CHK-RC-CATALOG               PIC 9(5).
           05  CHK-BL-REJ-BADID             PIC 9(6).
           05  CHK-RC-MISMATCH              PIC 9(5).
           05  CHK-RC-TERM-CLOSED           PIC 9(5).
           05  CHK-RC-TERM-OVERRIDE         PIC 9(5).
           05  CHK-BL-SUPP-DEANS            PIC 9(6).
           05  CHK-BL-SUPP-REPORT           PIC 9(6).
           05  CHK-BL-SUPP-LMS              PIC 9(6).
      *
      *  CUMULATIVE COURSE-RESULT HISTORY, ONE RECORD PER GRADED
      *  STUDENT PER RUN.  HI-REC-TYPE IS 'G' FOR A GRADE POSTED BY
      *  THE RECORD FROM 35 TO 37 BYTES -- A RECORD WRITTEN BEFORE
      *  SECTIONS EXISTED PADS BLANK THERE AND FORMS ITS OWN
      *  NO-SECTION CHAIN.
      *  THE COURSE'S CATALOG CREDIT HOURS AND THE QUALITY POINTS
      *  EARNED (LETTER POINTS TIMES CREDITS, NONE FOR AN 'I' OR
      *  'W') ARE APPENDED THE SAME WAY -- A RECORD WRITTEN BEFORE
      *  CREDITS EXISTED PADS BLANK THERE AND CARRIES NO CREDITS.
      *  THE STUDENT NUMBER IS APPENDED LAST AND IS WHAT EVERY
      *  READER OF THE HISTORY MATCHES ON.
      *  THE FILE IS KEYED.  HI-KEY LEADS THE RECORD: THE STUDENT
      *  NUMBER, TERM, COURSE AND SECTION, THEN THE POSTING
      *  SEQUENCE -- THE RUN NUMBER THAT POSTED THE RECORD AND ITS
      *  COUNT WITHIN THAT RUN.  A STUDENT/TERM/COURSE/SECTION
      *  CHAIN SITS TOGETHER UNDER THE KEY IN THE ORDER IT WAS
      *  POSTED, SO ITS GOVERNING RECORD IS THE LAST ONE THERE, AND
      *  THE POSTING SEQUENCE ALONE (THE ALTERNATE KEY) READS THE
      *  FILE BACK IN THE ORDER IT WAS WRITTEN.  THE RESULT FIELDS
      *  FOLLOW THE KEY UNCHANGED.
       FD  HISTORY-FILE
           RECORD CONTAINS 82 CHARACTERS.
      *
       01  HISTORY-REC.
           05  HI-KEY.
               10  HI-KEY-STUDENT-ID        PIC X(9).
               10  HI-KEY-TERM              PIC X(4).
               10  HI-KEY-COURSE-NUM        PIC X(5).
               10  HI-KEY-SECTION           PIC X(2).
               10  HI-POST-SEQ.
                   15  HI-POST-RUN          PIC 9(6).
                   15  HI-POST-ITEM         PIC 9(7).
           05  HI-REC-TYPE                  PIC X.
           05  HI-STUDENT-NAME.
               10  HI-LASTNAME              PIC X(9).
               10  HI-FIRSTNAME             PIC X(11).
           05  HI-TERM                      PIC X(4).
           05  HI-AVG                       PIC 999V9.
           05  HI-LETTER                    PIC X.
           05  HI-SECTION                   PIC X(2).
           05  HI-CREDITS                   PIC 9.
           05  HI-QUALITY-PTS               PIC 99.
           05  HI-STUDENT-ID                PIC X(9).
      *
      *  SAME LAYOUT LAB5HISTARCH WRITES
       FD  ARCHIVE-FILE
           RECORD CONTAINS 65 CHARACTERS.
      *
       01  ARCHIVE-REC.
           05  AR-REC-TYPE                  PIC X.
           05  AR-STUDENT-NAME              PIC X(20).
           05  AR-TERM                      PIC X(4).
           05  AR-COURSE-NUM                PIC X(5).
           05  AR-AVG                       PIC 999V9.
           05  FILLER                       PIC X.
           05  AR-RUN-NUMBER                PIC 9(6).
           05  AR-SECTION                   PIC X(2).
           05  AR-CREDITS                   PIC 9.
           05  AR-QUALITY-PTS               PIC 99.
           05  AR-STUDENT-ID                PIC X(9).
      *
      *  GRADE DISTRIBUTION STATISTICS, A PAGE PER COURSE AT EACH
      *  CLASS BREAK AND A ROLLUP AT EACH TERM BREAK -- A SEPARATE
      *  TO (UNTAKEN EXAMS COUNTED AS ZERO) IF THE DEADLINE PASSES
      *  UNRESOLVED.  THE LAB5LAPSE RUN SWEEPS THIS FILE.
       FD  PENDING-FILE
           RECORD CONTAINS 64 CHARACTERS.
      *
       01  PENDING-REC.
           05  PD-STUDENT-NAME              PIC X(20).
           05  FILLER                       PIC X.
           05  PD-TERM                      PIC X(4).
           05  FILLER                       PIC X.
           05  PD-DEADLINE                  PIC X(8).
           05  FILLER                       PIC X.
           05  PD-RUN-NUMBER                PIC 9(6).
           05  PD-STUDENT-ID                PIC X(9).
      *
      *  THE REGISTRAR'S POSTING FEED, IN THEIR FIXED BATCH
      *  FORMAT: AN 'H' HEADER PER RUN CARRYING THE RUN NUMBER,
      *  THE BATCH.  LAB5REGMATCH TIES THEIR ACKNOWLEDGMENTS BACK
      *  TO THESE RECORDS.
       FD  REGPOST-FILE
           RECORD CONTAINS 49 CHARACTERS.
      *
       01  REGPOST-REC                  PIC X(49).
      *
      *  GRADING-POLICY MASTER, ONE RECORD PER COURSE THAT DEPARTS
      *  FROM THE STANDARD TREATMENT: PER-EXAM WEIGHTS (THE NURSING
           05  PO-CUT-C                     PIC 999.
           05  PO-CUT-D                     PIC 999.
      *
      *  COURSE CATALOG MASTER, ONE RECORD PER COURSE OFFERED:
      *  TITLE, OWNING DEPARTMENT AND CREDIT HOURS.  THE CREDITS
      *  DRIVE THE CREDIT-WEIGHTED 4.0 GPA ON STUDENT-MASTER, SO A
      *  GRADE FOR A COURSE THE CATALOG DOES NOT CARRY CANNOT BE
      *  POSTED AND GOES TO THE EXCEPTION REPORT INSTEAD.
       FD  CATALOG-FILE
           RECORD CONTAINS 54 CHARACTERS.
      *
       01  CATALOG-REC.
           05  CA-COURSE-NUM                PIC X(5).
           05  FILLER                       PIC X.
           05  CA-TITLE                     PIC X(30).
           05  FILLER                       PIC X.
           05  CA-DEPARTMENT                PIC X(15).
           05  FILLER                       PIC X.
           05  CA-CREDITS                   PIC 9.
      *
      *  THE REGISTRAR'S SECTION SCHEDULE, ONE RECORD PER SECTION
      *  OFFERED: WHO TEACHES IT AND THE DATE ITS GRADES ARE DUE.
      *  THE FILE IS OPTIONAL; WITHOUT IT THE MISSING-ROSTER REPORT
      *  AND THE CONFIRMATION SHEETS ARE NOT PRODUCED.
       FD  SCHEDULE-FILE
           RECORD CONTAINS 43 CHARACTERS.
      *
       01  SCHEDULE-REC.
           05  SH-TERM                      PIC X(4).
           05  FILLER                       PIC X.
           05  SH-COURSE-NUM                PIC X(5).
           05  FILLER                       PIC X.
           05  SH-SECTION                   PIC X(2).
           05  FILLER                       PIC X.
           05  SH-INSTRUCTOR                PIC X(20).
           05  FILLER                       PIC X.
           05  SH-DUE-DATE                  PIC X(8).
      *
      *  CW-LETTER IS THE LETTER PRINTED ON THE REPORT ('I' OR 'W'
      *  FOR A GRADE HELD OUT); CW-STATUS IS THE GRADE STATUS.
       FD  CONFWORK-FILE
           RECORD CONTAINS 53 CHARACTERS.
      *
       01  CONFWORK-REC.
           05  CW-TERM                      PIC X(4).
           05  FILLER                       PIC X.
           05  CW-COURSE-NUM                PIC X(5).
           05  FILLER                       PIC X.
           05  CW-SECTION                   PIC X(2).
           05  FILLER                       PIC X.
           05  CW-STUDENT-ID                PIC X(9).
           05  FILLER                       PIC X.
           05  CW-NAME                      PIC X(20).
           05  FILLER                       PIC X.
           05  CW-AVG                       PIC 999V9.
           05  FILLER                       PIC X.
           05  CW-LETTER                    PIC X.
           05  FILLER                       PIC X.
           05  CW-STATUS                    PIC X.
      *
       FD  ROSTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  ROSTER-REC                   PIC X(80).
      *
       FD  CONFIRM-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  CONFIRM-REC                  PIC X(80).
      *
      *  RR-TYPE '1' IS A SCHEDULED SECTION PAST DUE WITH NO GRADES,
      *  '2' A SECTION THAT POSTED GRADES BUT IS NOT ON THE
      *  SCHEDULE -- SO THE MISSING ROSTERS PRINT FIRST.
       SD  ROSTER-SORT-FILE
           RECORD CONTAINS 60 CHARACTERS.
      *
       01  ROSTER-SORT-REC.
           05  RR-TYPE                      PIC X.
           05  RR-DEPARTMENT                PIC X(15).
           05  RR-INSTRUCTOR                PIC X(20).
           05  RR-TERM                      PIC X(4).
           05  RR-COURSE-NUM                PIC X(5).
           05  RR-SECTION                   PIC X(2).
           05  RR-DUE-DATE                  PIC X(8).
           05  RR-COUNT                     PIC 9(5).
      *
       SD  CONFIRM-SORT-FILE
           RECORD CONTAINS 77 CHARACTERS.
      *
       01  CONFIRM-SORT-REC.
           05  CR-INSTRUCTOR                PIC X(20).
           05  CR-SECTION-KEY.
               10  CR-TERM                  PIC X(4).
               10  CR-COURSE-NUM            PIC X(5).
               10  CR-SECTION               PIC X(2).
           05  CR-NAME                      PIC X(20).
           05  CR-STUDENT-ID                PIC X(9).
           05  CR-DUE-DATE                  PIC X(8).
           05  CR-AVG                       PIC 999V9.
           05  CR-LETTER                    PIC X.
           05  CR-STATUS                    PIC X.
           05  FILLER                       PIC X(3).
      *

       WORKING-STORAGE SECTION.
      *
               88  RECON-ACCEPTED               VALUE 'Y'.
               88  RECON-NOT-ENROLLED           VALUE 'N'.
               88  RECON-DUPLICATE              VALUE 'D'.
               88  RECON-NOT-IN-CATALOG         VALUE 'C'.
               88  RECON-NAME-MISMATCH          VALUE 'M'.
               88  RECON-TERM-CLOSED            VALUE 'T'.
           05  RECON-REPLAY-SW     PIC X         VALUE 'N'.
               88  RECON-REPLAY-MODE            VALUE 'Y'.
           05  HISTORY-EOF-FLAG    PIC X         VALUE 'Y'.
               88  REPLACE-PRIOR-ATTEMPT        VALUE 'Y'.
           05  LATER-ATTEMPT-SW    PIC X         VALUE 'N'.
               88  LATER-ATTEMPT-EXISTS         VALUE 'Y'.
           05  CATALOG-EOF-FLAG    PIC X         VALUE 'Y'.
           05  MASTER-OPEN-SW      PIC X         VALUE 'N'.
               88  MASTER-IS-OPEN               VALUE 'Y'.
           05  SCHEDULE-PRESENT-SW PIC X         VALUE 'N'.
               88  SCHEDULE-PRESENT             VALUE 'Y'.
           05  SCHEDULE-EOF-FLAG   PIC X         VALUE 'Y'.
           05  CONFWORK-EOF-FLAG   PIC X         VALUE 'Y'.
           05  ROSTER-SORT-EOF-FLAG PIC X        VALUE 'Y'.
           05  CONFIRM-SORT-EOF-FLAG PIC X       VALUE 'Y'.
           05  DISTRIBUTION-COPY-SW PIC X        VALUE 'N'.
               88  DISTRIBUTION-COPY            VALUE 'Y'.
      *  THE STUDENT IN HAND HAS A FERPA HOLD IN FORCE TODAY --
      *  SET BY 28E-CHECK-CONFIDENTIAL FROM THE MASTER RECORD
           05  CONF-HOLD-SW        PIC X         VALUE 'N'.
               88  CONFIDENTIAL-STUDENT         VALUE 'Y'.
     *
       01  PARM-FILE-STATUS        PIC XX        VALUE '00'.
      *
       01  POLICY-WORK-FIELDS.
           05  PT-IDX              PIC S9(4)     VALUE +0.
           05  PT-HIT-IDX          PIC S9(4)     VALUE +0.
      *
       01  CATALOG-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  CATALOG-TABLE-AREA.
           05  CG-MAX-ENTRIES      PIC S9(4)     VALUE +2000.
           05  CG-COUNT            PIC S9(4)     VALUE +0.
           05  CG-ENTRY OCCURS 2000 TIMES.
               10  CG-COURSE-NUM   PIC X(5).
               10  CG-TITLE        PIC X(30).
               10  CG-DEPARTMENT   PIC X(15).
               10  CG-CREDITS      PIC 9.
      *
      *  THE CATALOG ENTRY FOR THE COURSE CURRENTLY IN HAND,
      *  REFRESHED BY 28B-LOOKUP-CATALOG WHENEVER CF-COURSE-NUM
      *  CHANGES, THE SAME WAY CURRENT-POLICY IS.
       01  CURRENT-CATALOG.
           05  CC-COURSE           PIC X(5)      VALUE LOW-VALUES.
           05  CC-FOUND-SW         PIC X         VALUE 'N'.
               88  CC-COURSE-FOUND              VALUE 'Y'.
           05  CC-CREDITS          PIC 9         VALUE 0.
      *
       01  CATALOG-WORK-FIELDS.
           05  CG-IDX              PIC S9(4)     VALUE +0.
           05  CG-HIT-IDX          PIC S9(4)     VALUE +0.
      *
       01  SCHEDULE-FILE-STATUS    PIC XX        VALUE '00'.
      *
      *  THE SECTION SCHEDULE, TABLED UP FRONT.  AN ENTRY IS MARKED
      *  RECEIVED BY ANY GRADE ALREADY ON THE HISTORY OR ARCHIVE FOR
      *  ITS SECTION, AND BY ANY GRADE THIS RUN POSTS TO IT; AN
      *  ENTRY STILL UNMARKED AT EOF WHOSE DUE DATE HAS PASSED IS A
      *  MISSING ROSTER.
       01  SCHEDULE-TABLE-AREA.
           05  SS-MAX-ENTRIES      PIC S9(4)     VALUE +3000.
           05  SS-COUNT            PIC S9(4)     VALUE +0.
           05  SS-ENTRY OCCURS 3000 TIMES.
               10  SS-TERM         PIC X(4).
               10  SS-COURSE-NUM   PIC X(5).
               10  SS-SECTION      PIC X(2).
               10  SS-INSTRUCTOR   PIC X(20).
               10  SS-DUE-DATE     PIC X(8).
               10  SS-RECEIVED-SW  PIC X.
      *
      *  SK-KEY IS THE SECTION TO LOOK UP; SK-LAST-KEY REMEMBERS THE
      *  LAST ONE LOOKED UP SO A RUN OF RECORDS FOR ONE SECTION
      *  SEARCHES THE TABLE ONCE.  UH- HOLDS THE UNSCHEDULED SECTION
      *  BEING COUNTED UNTIL ITS LAST RECORD GOES BY.
       01  SCHEDULE-WORK-FIELDS.
           05  SS-IDX              PIC S9(4)     VALUE +0.
           05  SS-HIT-IDX          PIC S9(4)     VALUE +0.
           05  SK-KEY.
               10  SK-TERM         PIC X(4)      VALUE SPACES.
               10  SK-COURSE-NUM   PIC X(5)      VALUE SPACES.
               10  SK-SECTION      PIC X(2)      VALUE SPACES.
           05  SK-LAST-KEY         PIC X(11)     VALUE LOW-VALUES.
           05  UH-KEY.
               10  UH-TERM         PIC X(4)      VALUE SPACES.
               10  UH-COURSE-NUM   PIC X(5)      VALUE SPACES.
               10  UH-SECTION      PIC X(2)      VALUE SPACES.
           05  UH-COUNT            PIC S9(5)     VALUE +0.
           05  UH-DEPARTMENT       PIC X(15)     VALUE SPACES.
      *
      *  THE GROUP IN HAND WHILE THE ROSTER REPORT AND THE
      *  CONFIRMATION SHEETS PRINT
       01  SCHEDULE-PRINT-FIELDS.
           05  RH-TYPE             PIC X         VALUE LOW-VALUES.
           05  RH-DEPARTMENT       PIC X(15)     VALUE LOW-VALUES.
           05  RH-INSTRUCTOR       PIC X(20)     VALUE LOW-VALUES.
           05  CH-INSTRUCTOR       PIC X(20)     VALUE LOW-VALUES.
           05  CH-SECTION-KEY      PIC X(11)     VALUE LOW-VALUES.
           05  CH-SECT-POSTED      PIC S9(4)     VALUE +0.
           05  CH-SECT-GRADED      PIC S9(4)     VALUE +0.
           05  CH-SECT-SUM-AVGS    PIC S9(6)V9   VALUE +0.
           05  CH-SECT-AVG         PIC S999V9    VALUE +0.
           05  CH-SPACING          PIC 9         VALUE 1.
           05  CH-LINE-COUNT       PIC 99        VALUE 0.
           05  CH-PENDING-LINE     PIC X(80)     VALUE SPACES.
           05  CH-DUE-DATE.
               10  CH-DUE-YEAR     PIC X(4).
               10  CH-DUE-MONTH    PIC XX.
               10  CH-DUE-DAY      PIC XX.
      *
      *  THE CREDIT RESULT OF THE GRADE IN HAND: LETTER POINTS ON
      *  THE 4.0 SCALE (A=4 THRU F=0) TIMES THE CATALOG CREDITS.
      *  AN 'I' OR 'W' EARNS NO QUALITY POINTS AND IS NOT ATTEMPTED
      *  FOR THE GPA UNTIL IT RESOLVES.
       01  CREDIT-WORK-FIELDS.
           05  QW-POINTS           PIC 9         VALUE 0.
           05  QW-QUALITY-PTS      PIC 99        VALUE 0.
           05  QW-EARNED           PIC 9         VALUE 0.
           05  RW-PRIOR-CREDITS    PIC 9         VALUE 0.
           05  RW-PRIOR-QP         PIC 99        VALUE 0.
           05  RW-PRIOR-EARNED     PIC 9         VALUE 0.
      *
       01  RUN-CONTROL-FIELDS.
           05  WS-RUN-NUMBER       PIC 9(6)      VALUE 0.
      *  THE HISTORY RECORDS THIS RUN HAS POSTED -- WITH THE RUN
      *  NUMBER, THE POSTING SEQUENCE OF THE NEXT ONE
           05  WS-HIST-POST-ITEM   PIC 9(7)      VALUE 0.
           05  WS-RESUMED-RUN      PIC 9(6)      VALUE 0.
           05  WS-RUN-STATUS       PIC X(10)     VALUE 'STARTED'.
      *
      *  PARAMETER BLOCK FOR THE LAB5RUNCTL SERVICE, WHICH OWNS
      *  L5RUNCTL.TXT, L5RUNLOG.TXT AND THE L5RUNLOCK.TXT
      *  SERIALIZATION LOCK FOR EVERY PROGRAM IN THE SYSTEM.  THIS
      *  RUN UPDATES STUDENTMASTER.DAT AND L5HISTORY.DAT, SO IT
      *  CLAIMS AS AN UPDATER AND HOLDS THE LOCK UNTIL FINALIZED.
       01  RUN-CTL-PARMS.
           05  RP-FUNCTION         PIC X         VALUE 'C'.
                                   VALUE 'LAB5SINGLEBREAK'.
           05  BK-SLOT             PIC 9         VALUE 0.
           05  BK-RESULT           PIC X         VALUE '0'.
      *
      *  PARAMETER BLOCK FOR THE LAB5TERMCHK TERM-CALENDAR SERVICE,
      *  ASKED BEFORE EVERY POST WHETHER THE GRADE'S TERM IS CLOSED.
       01  TERM-CHK-PARMS.
           05  TK-FUNCTION         PIC X         VALUE 'L'.
           05  TK-TERM             PIC X(4)      VALUE SPACES.
           05  TK-STUDENT-ID       PIC X(9)      VALUE SPACES.
           05  TK-COURSE-NUM       PIC X(5)      VALUE SPACES.
           05  TK-TERM-STATUS      PIC X(7)      VALUE SPACES.
           05  TK-AUTHORIZED-BY    PIC X(8)      VALUE SPACES.
           05  TK-CALENDAR-SW      PIC X         VALUE 'N'.
               88  TERM-CALENDAR-PRESENT         VALUE 'Y'.
           05  TK-RESULT           PIC X         VALUE '0'.
               88  TERM-IS-CLOSED                VALUE 'C'.
               88  TERM-OVERRIDDEN               VALUE 'V'.
               88  TERM-TABLE-FULL               VALUE 'F'.
      *
       01  DISTRIB-FIELDS.
           05  DS-LETTER-IDX       PIC S9        VALUE +0.
           05  BL-REJ-RANGE        PIC S9(6)     VALUE +0.
           05  BL-REJ-NOGRADE      PIC S9(6)     VALUE +0.
           05  BL-REJ-BADSTAT      PIC S9(6)     VALUE +0.
           05  BL-REJ-BADID        PIC S9(6)     VALUE +0.
           05  BL-HELD-OUT         PIC S9(6)     VALUE +0.
           05  BL-SM-ADDS          PIC S9(6)     VALUE +0.
           05  BL-SM-UPDATES       PIC S9(6)     VALUE +0.
           05  BL-FEED-HASH        PIC S9(9)V9   VALUE +0.
           05  BL-DEANS            PIC S9(6)     VALUE +0.
           05  BL-LMS              PIC S9(6)     VALUE +0.
      *  FERPA SUPPRESSIONS -- INFORMATION ONLY, NOT PART OF THE
      *  BALANCE: A WITHHELD DEANS LIST ENTRY OR MASKED NAME IS
      *  STILL A PRINTED, POSTED RECORD.  BL-SUPP-LMS COUNTS HELD
      *  STUDENTS' GRADES THAT WENT TO THE LMS FEED REGARDLESS.
           05  BL-SUPP-DEANS       PIC S9(6)     VALUE +0.
           05  BL-SUPP-REPORT      PIC S9(6)     VALUE +0.
           05  BL-SUPP-LMS         PIC S9(6)     VALUE +0.
           05  BL-PROCESSED-TOTAL  PIC S9(7)     VALUE +0.
      *  A STUDENT AVERAGE THE MEDIAN TABLES COULD NOT HOLD.  THE
      *  LOAD-TIME TABLES STOP THE RUN BEFORE ANYTHING POSTS, BUT
           05  ET-ENTRY OCCURS 10000 TIMES.
               10  ET-COURSE-NUM   PIC X(5).
               10  ET-NAME         PIC X(20).
               10  ET-STUDENT-ID   PIC X(9).
               10  ET-TERM         PIC X(4).
               10  ET-SECTION      PIC X(2).
               10  ET-GRADED-SW    PIC X.
           05  RT-MAX-ENTRIES      PIC S9(4)     VALUE +3000.
           05  RT-COUNT            PIC S9(4)     VALUE +0.
           05  RT-ENTRY OCCURS 3000 TIMES.
               10  RT-STUDENT-ID   PIC X(9).
               10  RT-COURSE-NUM   PIC X(5).
               10  RT-ATT-COUNT    PIC S9.
               10  RT-ATT OCCURS 6 TIMES.
                   15  RT-ATT-TYPE   PIC X.
                   15  RT-ATT-LETTER PIC X.
                   15  RT-ATT-AVG    PIC 999V9.
                   15  RT-ATT-CREDITS PIC 9.
                   15  RT-ATT-QP     PIC 99.
      *
       01  REPEAT-WORK-FIELDS.
           05  RT-IDX              PIC S9(4)     VALUE +0.
      *  ONE SCANNED HISTORY OR ARCHIVE RECORD, NORMALIZED SO THE
      *  SLOT UPSERT IN 13F READS ONE SET OF FIELDS
       01  HIST-SCAN-FIELDS.
           05  HS-STUDENT-ID       PIC X(9)      VALUE SPACES.
           05  HS-TERM             PIC X(4)      VALUE SPACES.
           05  HS-COURSE-NUM       PIC X(5)      VALUE SPACES.
           05  HS-TYPE             PIC X         VALUE SPACE.
           05  HS-LETTER           PIC X         VALUE SPACE.
           05  HS-AVG              PIC 999V9     VALUE 0.
           05  HS-CREDITS          PIC 9         VALUE 0.
           05  HS-QP               PIC 99        VALUE 0.
           05  HS-SECTION          PIC X(2)      VALUE SPACES.
      *
      *  WORK COPY OF THE 64-BYTE CLASS RECORD SO THE SORT RELEASE
      *  PASS CAN PICK ITS KEY FIELDS APART -- SAME BYTE LAYOUT AS
      *  CF-RECORD.
       01  WK-CL-RECORD.
           05  WC-TERM             PIC X(4).
           05  FILLER              PIC X(8).
           05  FILLER              PIC X(18).
           05  WC-STUDENT-ID       PIC X(9).
      *
       01  RECON-FIELDS.
           05  ET-IDX              PIC S9(5)     VALUE +0.
           05  RC-EXCEPTION-COUNT  PIC S9(5)     VALUE +0.
           05  RC-DUPLICATE-COUNT  PIC S9(5)     VALUE +0.
           05  RC-MISSING-COUNT    PIC S9(5)     VALUE +0.
           05  RC-CATALOG-COUNT    PIC S9(5)     VALUE +0.
           05  RC-MISMATCH-COUNT   PIC S9(5)     VALUE +0.
           05  RC-TERM-CLOSED-COUNT PIC S9(5)    VALUE +0.
           05  RC-TERM-OVERRIDE-COUNT PIC S9(5)  VALUE +0.
           05  RC-ROSTER-MISSING   PIC S9(5)     VALUE +0.
           05  RC-ROSTER-NOT-DUE   PIC S9(5)     VALUE +0.
           05  RC-UNSCHEDULED      PIC S9(5)     VALUE +0.
           05  RC-CONFIRM-SHEETS   PIC S9(5)     VALUE +0.
      *  THE EXTRACT GOVERNS ONLY THE TERMS IT ACTUALLY COVERS: A
      *  RESUBMITTED CORRECTION CARRIES ITS ORIGINAL TERM, WHICH A
      *  CURRENT-TERM EXTRACT WILL NOT LIST, AND FLAGGING IT NOT
           05  RC-SCOPE-TERM       PIC X(4)      VALUE LOW-VALUES.
           05  RC-TERM-COVERED-SW  PIC X         VALUE 'N'.
               88  RC-TERM-COVERED              VALUE 'Y'.
      *
      *  THE HELD STUDENT'S HOLD DATE AND THE OUTPUT CONCERNED, FOR
      *  THE SUPPRESSION LISTING
       01  CONFIDENTIALITY-FIELDS.
           05  CN-HOLD-DATE        PIC X(8)      VALUE SPACES.
           05  CN-OUTPUT           PIC X(12)     VALUE SPACES.
      *
       01  LMS-FIELDS.
           05  LMS-AVG-ED          PIC 999.9.
           05  RG-H-RUN-NUMBER     PIC 9(6).
           05  RG-H-DATE           PIC X(8).
           05  RG-H-PROGRAM        PIC X(15).
           05                      PIC X(19)     VALUE SPACES.
      *
       01  REGPOST-DETAIL-BUILD.
           05                      PIC X         VALUE 'D'.
           05  RG-D-STUDENT-NAME   PIC X(20).
           05  RG-D-TERM           PIC X(4).
           05  RG-D-COURSE-NUM     PIC X(5).
           05  RG-D-SECTION        PIC X(2).
           05  RG-D-LETTER         PIC X.
           05  RG-D-ACTION         PIC X.
           05                      PIC X(2)      VALUE SPACES.
           05  RG-D-STUDENT-ID     PIC X(9).
      *
       01  REGPOST-TRAILER-BUILD.
           05                      PIC X         VALUE 'T'.
           05  RG-T-RUN-NUMBER     PIC 9(6).
           05  RG-T-COUNT          PIC 9(6).
           05  RG-T-HASH           PIC 9(9)V9.
           05                      PIC X(26)     VALUE SPACES.
      *
       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
           05                      PIC X(6)      VALUE 'COURSE'.
           05                      PIC X(5)      VALUE ' SECT'.
           05                      PIC X(1)      VALUE SPACES.
           05                      PIC X(11)     VALUE 'NUMBER'.
           05                      PIC X(22)     VALUE 'NAME'.
           05                      PIC X(6)      VALUE 'TERM'.
           05                      PIC X(12)     VALUE 'REASON'.
           05                      PIC X(1)      VALUE SPACES.
           05  XL-SECTION          PIC X(2).
           05                      PIC X(2)      VALUE SPACES.
           05  XL-STUDENT-ID       PIC X(9).
           05                      PIC X(2)      VALUE SPACES.
           05  XL-NAME             PIC X(20).
           05                      PIC X(2)      VALUE SPACES.
           05  XL-TERM             PIC X(4).
           05                      PIC X(2)      VALUE SPACES.
           05  XL-REASON           PIC X(12).
      *
       01  DISTRIBUTION-COPY-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(42)
                   VALUE 'DISTRIBUTION COPY - FERPA HOLDS MASKED'.
      *
       01  SUPPRESS-HEADER-1.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(32)
                   VALUE 'FERPA SUPPRESSION LISTING'.
           05  SH-DATE.
               10  SH-MONTH        PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  SH-DAY          PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  SH-YEAR         PIC XXXX.
      *
       01  SUPPRESS-HEADER-2.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(11)     VALUE 'NUMBER'.
           05                      PIC X(22)     VALUE 'NAME'.
           05                      PIC X(6)      VALUE 'TERM'.
           05                      PIC X(6)      VALUE 'COURSE'.
           05                      PIC X(5)      VALUE ' SECT'.
           05                      PIC X(14)     VALUE 'OUTPUT'.
           05                      PIC X(9)      VALUE 'HOLD DATE'.
      *
       01  SUPPRESS-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05  SPL-STUDENT-ID      PIC X(9).
           05                      PIC X(2)      VALUE SPACES.
           05  SPL-NAME            PIC X(20).
           05                      PIC X(2)      VALUE SPACES.
           05  SPL-TERM            PIC X(4).
           05                      PIC X(2)      VALUE SPACES.
           05  SPL-COURSE-NUM      PIC X(5).
           05                      PIC X(2)      VALUE SPACES.
           05  SPL-SECTION         PIC X(2).
           05                      PIC X(2)      VALUE SPACES.
           05  SPL-OUTPUT          PIC X(12).
           05                      PIC X(2)      VALUE SPACES.
           05  SPL-HOLD-DATE       PIC X(8).
      *
       01  SUPPRESS-TOTAL-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05  STT-CAPTION         PIC X(30).
           05  STT-COUNT           PIC ZZZZZ9.
      *
       01  MISSING-HEADER-1.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(6)      VALUE 'COURSE'.
           05                      PIC X(5)      VALUE ' SECT'.
           05                      PIC X(1)      VALUE SPACES.
           05                      PIC X(11)     VALUE 'NUMBER'.
           05                      PIC X(22)     VALUE 'NAME'.
           05                      PIC X(4)      VALUE 'TERM'.
      *
           05                      PIC X(1)      VALUE SPACES.
           05  ML-SECTION          PIC X(2).
           05                      PIC X(2)      VALUE SPACES.
           05  ML-STUDENT-ID       PIC X(9).
           05                      PIC X(2)      VALUE SPACES.
           05  ML-NAME             PIC X(20).
           05                      PIC X(2)      VALUE SPACES.
           05  ML-TERM             PIC X(4).
      *
       01  ROSTER-HEADER-1.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(32)
                   VALUE 'MISSING ROSTER REPORT'.
           05  RSH-DATE.
               10  RSH-MONTH       PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  RSH-DAY         PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  RSH-YEAR        PIC XXXX.
      *
       01  ROSTER-PART-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05  RPL-CAPTION         PIC X(50).
      *
       01  ROSTER-DEPT-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(11)     VALUE 'DEPARTMENT'.
           05  RDL-DEPARTMENT      PIC X(15).
      *
       01  ROSTER-INSTR-LINE.
           05                      PIC X(8)      VALUE SPACES.
           05                      PIC X(11)     VALUE 'INSTRUCTOR'.
           05  RIL-INSTRUCTOR      PIC X(20).
      *
       01  ROSTER-COLUMN-LINE.
           05                      PIC X(10)     VALUE SPACES.
           05                      PIC X(6)      VALUE 'TERM'.
           05                      PIC X(8)      VALUE 'COURSE'.
           05                      PIC X(6)      VALUE 'SECT'.
           05  RCL-CAPTION         PIC X(10).
      *
       01  ROSTER-LINE.
           05                      PIC X(10)     VALUE SPACES.
           05  RL-TERM             PIC X(4).
           05                      PIC X(2)      VALUE SPACES.
           05  RL-COURSE-NUM       PIC X(5).
           05                      PIC X(3)      VALUE SPACES.
           05  RL-SECTION          PIC X(2).
           05                      PIC X(4)      VALUE SPACES.
           05  RL-DUE-DATE.
               10  RL-DUE-MONTH    PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  RL-DUE-DAY      PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  RL-DUE-YEAR     PIC XXXX.
      *
       01  UNSCHED-LINE.
           05                      PIC X(10)     VALUE SPACES.
           05  UL-TERM             PIC X(4).
           05                      PIC X(2)      VALUE SPACES.
           05  UL-COURSE-NUM       PIC X(5).
           05                      PIC X(3)      VALUE SPACES.
           05  UL-SECTION          PIC X(2).
           05                      PIC X(4)      VALUE SPACES.
           05  UL-COUNT            PIC ZZZZ9.
      *
       01  ROSTER-NONE-LINE.
           05                      PIC X(10)     VALUE SPACES.
           05                      PIC X(4)      VALUE 'NONE'.
      *
       01  ROSTER-TOTAL-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05  RTL-CAPTION         PIC X(30).
           05  RTL-COUNT           PIC ZZZZ9.
      *
       01  CONFIRM-HEADER-1.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(30)
                   VALUE 'GRADE CONFIRMATION SHEET'.
           05                      PIC X(4)      VALUE 'RUN '.
           05  CFH-RUN-NUMBER      PIC ZZZZZ9.
           05                      PIC X(2)      VALUE SPACES.
           05  CFH-DATE.
               10  CFH-MONTH       PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  CFH-DAY         PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  CFH-YEAR        PIC XXXX.
      *
       01  CONFIRM-INSTR-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(12)     VALUE 'INSTRUCTOR:'.
           05  CIL-INSTRUCTOR      PIC X(20).
           05                      PIC X(2)      VALUE SPACES.
           05  CIL-CONTINUED       PIC X(11).
      *
       01  CONFIRM-SECTION-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(5)      VALUE 'TERM'.
           05  CSL-TERM            PIC X(4).
           05                      PIC X(10)     VALUE '  COURSE'.
           05  CSL-COURSE-NUM      PIC X(5).
           05                      PIC X(11)     VALUE '  SECTION'.
           05  CSL-SECTION         PIC X(2).
           05                      PIC X(13)
                   VALUE '  GRADES DUE'.
           05  CSL-DUE-DATE.
               10  CSL-DUE-MONTH   PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  CSL-DUE-DAY     PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  CSL-DUE-YEAR    PIC XXXX.
      *
       01  CONFIRM-COLUMN-LINE.
           05                      PIC X(8)      VALUE SPACES.
           05                      PIC X(11)     VALUE 'NUMBER'.
           05                      PIC X(22)     VALUE 'NAME'.
           05                      PIC X(9)      VALUE 'AVERAGE'.
           05                      PIC X(7)      VALUE 'GRADE'.
           05                      PIC X(6)      VALUE 'STATUS'.
      *
       01  CONFIRM-DETAIL-LINE.
           05                      PIC X(8)      VALUE SPACES.
           05  CDL-STUDENT-ID      PIC X(9).
           05                      PIC X(2)      VALUE SPACES.
           05  CDL-NAME            PIC X(20).
           05                      PIC X(2)      VALUE SPACES.
           05  CDL-AVERAGE         PIC ZZ9.9.
           05                      PIC X(5)      VALUE SPACES.
           05  CDL-LETTER          PIC X.
           05                      PIC X(5)      VALUE SPACES.
           05  CDL-STATUS          PIC X(10).
      *
       01  CONFIRM-POSTED-LINE.
           05                      PIC X(8)      VALUE SPACES.
           05                      PIC X(20)
                   VALUE 'STUDENTS POSTED'.
           05  CPL-COUNT           PIC ZZZ9.
      *
       01  CONFIRM-AVG-LINE.
           05                      PIC X(8)      VALUE SPACES.
           05                      PIC X(20)
                   VALUE 'SECTION AVERAGE'.
           05  CAL-AVERAGE         PIC ZZ9.9.
      *
       01  CONFIRM-CERTIFY-1.
           05                      PIC X(8)      VALUE SPACES.
           05                      PIC X(40)
                   VALUE 'I CERTIFY THAT THE GRADES LISTED ABOVE'.
      *
       01  CONFIRM-CERTIFY-2.
           05                      PIC X(8)      VALUE SPACES.
           05                      PIC X(40)
                   VALUE 'ARE COMPLETE AND CORRECT AS POSTED.'.
      *
       01  CONFIRM-SIGN-LINE.
           05                      PIC X(8)      VALUE SPACES.
           05                      PIC X(45)
                   VALUE 'INSTRUCTOR SIGNATURE ______________________'.
      *
       01  CONFIRM-DATE-LINE.
           05                      PIC X(8)      VALUE SPACES.
           05                      PIC X(45)
                   VALUE 'DATE SIGNED ____________'.
      *
       01  BALANCE-HEADER.
           05                      PIC X(8)      VALUE SPACES.
           PERFORM 12-CLAIM-RUN-NUMBER
           PERFORM 13-LOAD-ENROLL-TABLE
           PERFORM 13A-LOAD-POLICY-TABLE
           PERFORM 13G-LOAD-CATALOG-TABLE
           PERFORM 13H-LOAD-TERM-CALENDAR
           PERFORM 13I-LOAD-SCHEDULE-TABLE

           PERFORM 14-SORT-INPUT
           PERFORM 13B-SCAN-PRIOR-ATTEMPTS
               OPEN EXTEND CHECKPOINT-FILE
               OPEN EXTEND EXCEPTION-FILE
               OPEN EXTEND DISTRIB-FILE
               OPEN EXTEND CONFWORK-FILE
               OPEN EXTEND SUPPRESS-FILE
           ELSE
               OPEN OUTPUT REPORT-FILE
               OPEN OUTPUT DEANS-LIST-FILE
               OPEN OUTPUT CHECKPOINT-FILE
               OPEN OUTPUT EXCEPTION-FILE
               OPEN OUTPUT DISTRIB-FILE
               OPEN OUTPUT CONFWORK-FILE
               OPEN OUTPUT SUPPRESS-FILE
           END-IF

           OPEN OUTPUT MISSING-FILE
           OPEN OUTPUT ROSTER-FILE
           OPEN OUTPUT CONFIRM-FILE

      *  THE COURSE-RESULT HISTORY IS CUMULATIVE ACROSS RUNS AND
      *  TERMS, SO IT IS ALWAYS ADDED TO, NEVER REWRITTEN.
           PERFORM 16A-OPEN-HISTORY

      *  PENDING INCOMPLETES ACCUMULATE UNTIL A LAB5LAPSE SWEEP --
      *  EXTEND, NEVER WIPE, FOR THE SAME REASON AS THE REJECTS.
      *  LINE-COUNT ACTUALLY RUNS OFF THE RESTORED PAGE.
           IF NOT (RESTART-MODE-ON AND WS-RECORD-COUNT > 0)
               PERFORM 25-HEADER-ROUTINE
      *  THE CATALOG AND STUDENT-NUMBER CHECKS RUN ON EVERY GRADE,
      *  SO THE EXCEPTION REPORT ALWAYS CARRIES ITS HEADINGS.
               MOVE CD-MONTH TO XH-MONTH
               MOVE CD-DAY TO XH-DAY
               MOVE CD-YEAR TO XH-YEAR
               WRITE EXCEPTION-REC FROM EXCEPTION-HEADER-1
               WRITE EXCEPTION-REC FROM EXCEPTION-HEADER-2
                   AFTER ADVANCING 2
               MOVE CD-MONTH TO DIH-MONTH
               MOVE CD-DAY TO DIH-DAY
               MOVE CD-YEAR TO DIH-YEAR
               WRITE DISTRIB-REC FROM DIST-HEADER-1
               MOVE CD-MONTH TO SH-MONTH
               MOVE CD-DAY TO SH-DAY
               MOVE CD-YEAR TO SH-YEAR
               WRITE SUPPRESS-REC FROM SUPPRESS-HEADER-1
               WRITE SUPPRESS-REC FROM SUPPRESS-HEADER-2
                   AFTER ADVANCING 2

      *  A RESTARTED RUN IS STILL INSIDE THE BATCH ITS ABENDED
      *  RUN OPENED, SO ONLY A FRESH RUN WRITES A FEED HEADER.
                                SR-COURSE-NUM
                                SR-SECTION
                                SR-NAME
                                SR-STUDENT-ID
                                SR-GRADES
               INPUT PROCEDURE IS 14A-RELEASE-INPUT
               GIVING SORTED-CLASS-FILE
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-COUNT
                      OR RT-HIT-IDX > 0
               IF RT-STUDENT-ID (RT-IDX) = WC-STUDENT-ID
                  AND RT-COURSE-NUM (RT-IDX) = WC-COURSE-NUM
                   MOVE RT-IDX TO RT-HIT-IDX
               END-IF
           IF RT-HIT-IDX = 0
               IF RT-COUNT < RT-MAX-ENTRIES
                   ADD 1 TO RT-COUNT
                   MOVE WC-STUDENT-ID TO RT-STUDENT-ID (RT-COUNT)
                   MOVE WC-COURSE-NUM TO RT-COURSE-NUM (RT-COUNT)
                   MOVE 0 TO RT-ATT-COUNT (RT-COUNT)
               ELSE
                               MOVE EN-COURSE-NUM
                                   TO ET-COURSE-NUM (ET-COUNT)
                               MOVE EN-NAME TO ET-NAME (ET-COUNT)
                               MOVE EN-STUDENT-ID
                                   TO ET-STUDENT-ID (ET-COUNT)
                               MOVE EN-TERM TO ET-TERM (ET-COUNT)
                               MOVE EN-SECTION
                                   TO ET-SECTION (ET-COUNT)
               CLOSE ARCHIVE-FILE
           END-IF

      *  THE LIVE HISTORY IS READ BY ITS POSTING SEQUENCE, SO THE
      *  RECORDS COME BACK IN THE ORDER THEY WERE WRITTEN.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS = '00'
               MOVE ZEROS TO HI-POST-SEQ
               START HISTORY-FILE KEY IS NOT < HI-POST-SEQ
                   INVALID KEY
                       MOVE 'N' TO HISTORY-EOF-FLAG
               END-START
               PERFORM UNTIL HISTORY-EOF-FLAG = 'N'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO HISTORY-EOF-FLAG
                       NOT AT END

       13C-MATCH-ARCHIVE-ATTEMPT.

           MOVE AR-STUDENT-ID TO HS-STUDENT-ID
           MOVE AR-TERM TO HS-TERM
           MOVE AR-COURSE-NUM TO HS-COURSE-NUM
           MOVE AR-REC-TYPE TO HS-TYPE
           MOVE AR-LETTER TO HS-LETTER
           MOVE AR-AVG TO HS-AVG
           MOVE 0 TO HS-CREDITS
           MOVE 0 TO HS-QP
           IF AR-CREDITS NUMERIC AND AR-QUALITY-PTS NUMERIC
               MOVE AR-CREDITS TO HS-CREDITS
               MOVE AR-QUALITY-PTS TO HS-QP
           END-IF
           MOVE AR-SECTION TO HS-SECTION
           PERFORM 13E-MATCH-SCAN-REC
           IF SCHEDULE-PRESENT
               PERFORM 13J-MARK-SCHEDULE-RECEIVED
           END-IF
           .

       13D-MATCH-HISTORY-ATTEMPT.

           MOVE HI-STUDENT-ID TO HS-STUDENT-ID
           MOVE HI-TERM TO HS-TERM
           MOVE HI-COURSE-NUM TO HS-COURSE-NUM
           MOVE HI-REC-TYPE TO HS-TYPE
           MOVE HI-LETTER TO HS-LETTER
           MOVE HI-AVG TO HS-AVG
      *  A RECORD POSTED BEFORE CREDITS EXISTED NEVER PUT CREDITS
      *  ON THE MASTER, SO IT HAS NONE TO BACK OUT ON A REPEAT
           MOVE 0 TO HS-CREDITS
           MOVE 0 TO HS-QP
           IF HI-CREDITS NUMERIC AND HI-QUALITY-PTS NUMERIC
               MOVE HI-CREDITS TO HS-CREDITS
               MOVE HI-QUALITY-PTS TO HS-QP
           END-IF
           MOVE HI-SECTION TO HS-SECTION
           PERFORM 13E-MATCH-SCAN-REC
           IF SCHEDULE-PRESENT
               PERFORM 13J-MARK-SCHEDULE-RECEIVED
           END-IF
           .

       13E-MATCH-SCAN-REC.

           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-COUNT
               IF RT-STUDENT-ID (RT-IDX) = HS-STUDENT-ID
                  AND RT-COURSE-NUM (RT-IDX) = HS-COURSE-NUM
                   MOVE RT-IDX TO RT-ENT-IDX
                   PERFORM 13F-UPSERT-ATTEMPT-SLOT
                   TO RT-ATT-LETTER (RT-ENT-IDX RT-AHIT-IDX)
               MOVE HS-AVG
                   TO RT-ATT-AVG (RT-ENT-IDX RT-AHIT-IDX)
               MOVE HS-CREDITS
                   TO RT-ATT-CREDITS (RT-ENT-IDX RT-AHIT-IDX)
               MOVE HS-QP
                   TO RT-ATT-QP (RT-ENT-IDX RT-AHIT-IDX)
           ELSE
               IF RT-ATT-COUNT (RT-ENT-IDX) < RT-ATT-MAX
                   ADD 1 TO RT-ATT-COUNT (RT-ENT-IDX)
                       TO RT-ATT-LETTER (RT-ENT-IDX RT-ADX)
                   MOVE HS-AVG
                       TO RT-ATT-AVG (RT-ENT-IDX RT-ADX)
                   MOVE HS-CREDITS
                       TO RT-ATT-CREDITS (RT-ENT-IDX RT-ADX)
                   MOVE HS-QP
                       TO RT-ATT-QP (RT-ENT-IDX RT-ADX)
               ELSE
                   DISPLAY 'LAB5SINGLEBREAK REPEAT ATTEMPT SLOTS'
                           ' FULL AT ' RT-ATT-MAX ' FOR '
                           RT-STUDENT-ID (RT-ENT-IDX) ' '
                           RT-COURSE-NUM (RT-ENT-IDX)
                           ' -- RUN STOPPED'
                   DISPLAY 'RAISE RT-ATT-MAX AND THE RT-ATT OCCURS'
           END-IF
           .

      *  TABLE THE COURSE CATALOG FOR 28B-LOOKUP-CATALOG.  THE FILE
      *  IS REQUIRED: WITHOUT IT EVERY COURSE WOULD POST WITH NO
      *  CREDITS AND THE 4.0 GPA WOULD BE WRONG FOR EVERY STUDENT,
      *  SO A CATALOG THAT CANNOT BE OPENED STOPS THE RUN BEFORE
      *  ANYTHING HAS BEEN POSTED.
       13G-LOAD-CATALOG-TABLE.

           OPEN INPUT CATALOG-FILE

           IF CATALOG-FILE-STATUS NOT = '00'
               DISPLAY 'LAB5SINGLEBREAK COURSE CATALOG L5CATALOG.TXT'
                       ' WILL NOT OPEN, STATUS ' CATALOG-FILE-STATUS
                       ' -- RUN STOPPED'
               DISPLAY 'SUPPLY THE CATALOG AND RERUN THE JOB'
               MOVE 'NOCATALOG' TO WS-RUN-STATUS
               PERFORM 54-FINALIZE-RUN-CONTROL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM UNTIL CATALOG-EOF-FLAG = 'N'
                   READ CATALOG-FILE
                       AT END
                           MOVE 'N' TO CATALOG-EOF-FLAG
                       NOT AT END
                           IF CG-COUNT < CG-MAX-ENTRIES
                               ADD 1 TO CG-COUNT
                               MOVE CA-COURSE-NUM
                                   TO CG-COURSE-NUM (CG-COUNT)
                               MOVE CA-TITLE TO CG-TITLE (CG-COUNT)
                               MOVE CA-DEPARTMENT
                                   TO CG-DEPARTMENT (CG-COUNT)
                               IF CA-CREDITS NUMERIC
                                   MOVE CA-CREDITS
                                       TO CG-CREDITS (CG-COUNT)
                               ELSE
                                   MOVE 0 TO CG-CREDITS (CG-COUNT)
                               END-IF
                           ELSE
      *  A COURSE PAST THE TABLE LIMIT WOULD WRITE EVERY GRADE IN IT
      *  OFF AS NOT IN THE CATALOG -- STOP HARD INSTEAD, BEFORE
      *  ANYTHING HAS BEEN POSTED
                               DISPLAY 'LAB5SINGLEBREAK CATALOG'
                                       ' TABLE FULL AT '
                                       CG-MAX-ENTRIES
                                       ' -- RUN STOPPED'
                               DISPLAY 'RAISE CG-MAX-ENTRIES AND'
                                       ' RERUN THE JOB'
                               MOVE 'TBLOVRFL' TO WS-RUN-STATUS
                               PERFORM 54-FINALIZE-RUN-CONTROL
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           .

      *  TABLE THE TERM CALENDAR AND ANY CLOSED-TERM OVERRIDES
      *  THROUGH THE LAB5TERMCHK SERVICE.  A CALENDAR TOO BIG FOR
      *  ITS TABLES WOULD LET A CLOSED TERM LOOK OPEN -- STOP HARD,
      *  BEFORE ANYTHING HAS BEEN POSTED.
       13H-LOAD-TERM-CALENDAR.

           MOVE 'L' TO TK-FUNCTION
           CALL 'LAB5TERMCHK' USING TERM-CHK-PARMS

           IF TERM-TABLE-FULL
               DISPLAY 'LAB5SINGLEBREAK TERM CALENDAR TABLE FULL'
                       ' -- RUN STOPPED'
               DISPLAY 'RAISE THE LAB5TERMCHK TABLE LIMITS AND'
                       ' RERUN THE JOB'
               MOVE 'TBLOVRFL' TO WS-RUN-STATUS
               PERFORM 54-FINALIZE-RUN-CONTROL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *  TABLE THE SECTION SCHEDULE FOR THE MISSING-ROSTER REPORT
      *  AND THE CONFIRMATION SHEETS.  IT IS LOADED BEFORE THE
      *  PRIOR-ATTEMPT SCAN, WHICH MARKS EVERY SECTION THE HISTORY
      *  ALREADY HOLDS GRADES FOR.
       13I-LOAD-SCHEDULE-TABLE.

           OPEN INPUT SCHEDULE-FILE

           IF SCHEDULE-FILE-STATUS = '00'
               SET SCHEDULE-PRESENT TO TRUE
               PERFORM UNTIL SCHEDULE-EOF-FLAG = 'N'
                   READ SCHEDULE-FILE
                       AT END
                           MOVE 'N' TO SCHEDULE-EOF-FLAG
                       NOT AT END
                           IF SS-COUNT < SS-MAX-ENTRIES
                               ADD 1 TO SS-COUNT
                               MOVE SH-TERM TO SS-TERM (SS-COUNT)
                               MOVE SH-COURSE-NUM
                                   TO SS-COURSE-NUM (SS-COUNT)
                               MOVE SH-SECTION
                                   TO SS-SECTION (SS-COUNT)
                               MOVE SH-INSTRUCTOR
                                   TO SS-INSTRUCTOR (SS-COUNT)
                               MOVE SH-DUE-DATE
                                   TO SS-DUE-DATE (SS-COUNT)
                               MOVE 'N' TO SS-RECEIVED-SW (SS-COUNT)
                           ELSE
      *  A SECTION PAST THE TABLE LIMIT WOULD DROP OFF BOTH THE
      *  MISSING-ROSTER REPORT AND ITS INSTRUCTOR'S SHEET -- STOP
      *  HARD INSTEAD, BEFORE ANYTHING HAS BEEN POSTED
                               DISPLAY 'LAB5SINGLEBREAK SCHEDULE'
                                       ' TABLE FULL AT '
                                       SS-MAX-ENTRIES
                                       ' -- RUN STOPPED'
                               DISPLAY 'RAISE SS-MAX-ENTRIES AND'
                                       ' RERUN THE JOB'
                               MOVE 'TBLOVRFL' TO WS-RUN-STATUS
                               PERFORM 54-FINALIZE-RUN-CONTROL
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF
           .

      *  A GRADE ALREADY ON THE HISTORY OR THE ARCHIVE -- FROM AN
      *  EARLIER RUN, OR FROM THE FIRST PART OF A RESTARTED ONE --
      *  MEANS ITS SECTION'S ROSTER HAS COME IN.  A DELETED GRADE
      *  DOES NOT COUNT.
       13J-MARK-SCHEDULE-RECEIVED.

           IF HS-TYPE NOT = 'X'
               MOVE HS-TERM TO SK-TERM
               MOVE HS-COURSE-NUM TO SK-COURSE-NUM
               MOVE HS-SECTION TO SK-SECTION
               PERFORM 13K-LOOKUP-SCHEDULE
               IF SS-HIT-IDX > 0
                   MOVE 'Y' TO SS-RECEIVED-SW (SS-HIT-IDX)
               END-IF
           END-IF
           .

      *  FIND SK-KEY ON THE SCHEDULE, LEAVING ITS ENTRY IN
      *  SS-HIT-IDX (ZERO IF NOT SCHEDULED).  THE TABLE IS ONLY
      *  SEARCHED WHEN THE SECTION CHANGES.
       13K-LOOKUP-SCHEDULE.

           IF SK-KEY NOT = SK-LAST-KEY
               MOVE 0 TO SS-HIT-IDX
               PERFORM VARYING SS-IDX FROM 1 BY 1
                       UNTIL SS-IDX > SS-COUNT
                          OR SS-HIT-IDX > 0
                   IF SS-TERM (SS-IDX) = SK-TERM
                      AND SS-COURSE-NUM (SS-IDX) = SK-COURSE-NUM
                      AND SS-SECTION (SS-IDX) = SK-SECTION
                       MOVE SS-IDX TO SS-HIT-IDX
                   END-IF
               END-PERFORM
               MOVE SK-KEY TO SK-LAST-KEY
           END-IF
           .

      *  STUDENT-MASTER IS A CUMULATIVE INDEXED FILE KEYED BY THE
      *  PERMANENT STUDENT NUMBER.  THE FIRST TIME THIS JOB RUNS THE
      *  FILE DOES NOT EXIST YET, SO A FAILED I-O OPEN IS FOLLOWED
      *  BY CREATING IT EMPTY.
       16-OPEN-STUDENT-MASTER.

           OPEN I-O STUDENT-MASTER
               CLOSE STUDENT-MASTER
               OPEN I-O STUDENT-MASTER
           END-IF
           SET MASTER-IS-OPEN TO TRUE
           .

      *  THE FIRST POSTING EVER FINDS NO HISTORY AND CREATES IT,
      *  THE SAME WAY THE MASTER IS CREATED.
       16A-OPEN-HISTORY.

           OPEN I-O HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           .

      *  L5PARMS.TXT IS AN OPTIONAL CONTROL CARD LETTING A COURSE
                       IF PARM-INC-DAYS NUMERIC AND PARM-INC-DAYS > 0
                           MOVE PARM-INC-DAYS TO CF-INC-DAYS
                       END-IF
                       IF PARM-DISTRIBUTION = 'Y'
                           SET DISTRIBUTION-COPY TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
               END-IF
               MOVE CHK-RC-EXCEPTIONS TO RC-EXCEPTION-COUNT
               MOVE CHK-RC-DUPLICATES TO RC-DUPLICATE-COUNT
               IF CHK-RC-CATALOG NUMERIC
                   MOVE CHK-RC-CATALOG TO RC-CATALOG-COUNT
               END-IF
               IF CHK-BL-REJ-BADID NUMERIC
                   MOVE CHK-BL-REJ-BADID TO BL-REJ-BADID
               END-IF
               IF CHK-RC-MISMATCH NUMERIC
                   MOVE CHK-RC-MISMATCH TO RC-MISMATCH-COUNT
               END-IF
               IF CHK-RC-TERM-CLOSED NUMERIC
                   MOVE CHK-RC-TERM-CLOSED TO RC-TERM-CLOSED-COUNT
               END-IF
               IF CHK-RC-TERM-OVERRIDE NUMERIC
                   MOVE CHK-RC-TERM-OVERRIDE
                       TO RC-TERM-OVERRIDE-COUNT
               END-IF
               MOVE CHK-BL-SM-ADDS TO BL-SM-ADDS
               MOVE CHK-BL-SM-UPDATES TO BL-SM-UPDATES
               IF CHK-BL-SM-REPLACED NUMERIC
               END-IF
               MOVE CHK-BL-DEANS TO BL-DEANS
               MOVE CHK-BL-LMS TO BL-LMS
               IF CHK-BL-SUPP-DEANS NUMERIC
                   MOVE CHK-BL-SUPP-DEANS TO BL-SUPP-DEANS
               END-IF
               IF CHK-BL-SUPP-REPORT NUMERIC
                   MOVE CHK-BL-SUPP-REPORT TO BL-SUPP-REPORT
               END-IF
               IF CHK-BL-SUPP-LMS NUMERIC
                   MOVE CHK-BL-SUPP-LMS TO BL-SUPP-LMS
               END-IF

      *  REPLAYED RECORDS MUST STILL MARK THE ENROLLMENT TABLE SO
      *  THE DUPLICATE CHECK AND THE MISSING-GRADES REPORT COME OUT
      *  THE SAME AS IN AN UNINTERRUPTED RUN -- BUT IN REPLAY MODE
      *  28-RECONCILE-ENROLLMENT WRITES AND COUNTS NOTHING, SINCE
      *  THE ABENDED RUN ALREADY REPORTED THOSE EXCEPTIONS.  THE
      *  MASTER IS OPENED FOR READING ACROSS THE REPLAY SO THE
      *  NUMBER/NAME CHECK SEES IT JUST AS THE ABENDED RUN DID.
               SET RECON-REPLAY-MODE TO TRUE
               OPEN INPUT STUDENT-MASTER
               IF SM-FILE-STATUS = '00'
                   SET MASTER-IS-OPEN TO TRUE
               END-IF
               PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                       UNTIL WS-SKIP-IDX > WS-RECORD-COUNT
                   READ SORTED-CLASS-FILE
                   END-READ
               END-PERFORM
               MOVE 'N' TO RECON-REPLAY-SW
               IF MASTER-IS-OPEN
                   CLOSE STUDENT-MASTER
                   MOVE 'N' TO MASTER-OPEN-SW
               END-IF
           END-IF
           .

           WRITE REPORT-REC FROM HEADER-1
               AFTER ADVANCING PAGE

           IF DISTRIBUTION-COPY
               WRITE REPORT-REC FROM DISTRIBUTION-COPY-LINE
                   AFTER ADVANCING 1
               WRITE REPORT-REC FROM HEADER-2
                   AFTER ADVANCING 2
           ELSE
               WRITE REPORT-REC FROM HEADER-2
                   AFTER ADVANCING 3
           END-IF

           MOVE 2 TO PROPER-SPACING
           MOVE 0 TO LINE-COUNT
      *  EXTRACT BEFORE IT IS ALLOWED ANYWHERE NEAR THE TOTALS.  A
      *  GRADE WITH NO ENROLLMENT, OR A SECOND GRADE FOR A STUDENT
      *  ALREADY GRADED IN THAT COURSE AND TERM THIS RUN, GOES TO
      *  THE EXCEPTION REPORT AND IS NOT PROCESSED.  A RECORD WITH
      *  NO USABLE STUDENT NUMBER IS LEFT FOR 32-VALIDATE-GRADES TO
      *  REJECT, SO THE CLERK CAN CORRECT IT THROUGH LAB5REJFIX.
       28-RECONCILE-ENROLLMENT.

           SET RECON-ACCEPTED TO TRUE
           MOVE 'N' TO CONF-HOLD-SW

           IF ENROLLMENT-PRESENT
               IF CF-TERM NOT = RC-SCOPE-TERM
           END-IF

           IF ENROLLMENT-PRESENT AND RC-TERM-COVERED
              AND CF-STUDENT-ID NUMERIC
               MOVE 0 TO ET-HIT-IDX
               PERFORM VARYING ET-IDX FROM 1 BY 1
                       UNTIL ET-IDX > ET-COUNT
                          OR ET-HIT-IDX > 0
      *  AN ENROLLMENT ROW FROM BEFORE SECTIONS EXISTED CARRIES A
      *  BLANK SECTION AND SPEAKS FOR EVERY SECTION OF ITS COURSE;
      *  ONE FROM BEFORE STUDENT NUMBERS IS MATCHED ON THE NAME
                   IF ET-COURSE-NUM (ET-IDX) = CF-COURSE-NUM
                      AND (ET-STUDENT-ID (ET-IDX) = CF-STUDENT-ID
                       OR (ET-STUDENT-ID (ET-IDX) = SPACES
                           AND ET-NAME (ET-IDX) = CF-NAME))
                      AND ET-TERM (ET-IDX) = CF-TERM
                      AND (ET-SECTION (ET-IDX) = CF-SECTION
                       OR ET-SECTION (ET-IDX) = SPACES)
                   PERFORM 29-WRITE-EXCEPTION
               END-IF
           END-IF

      *  AN ENROLLED GRADE MUST ALSO BE FOR A COURSE THE CATALOG
      *  CARRIES -- WITHOUT ITS CREDIT HOURS IT CANNOT BE WEIGHED
      *  INTO THE 4.0 GPA.  THE ENROLLMENT ROW STAYS MARKED: THE
      *  GRADE DID ARRIVE, IT IS JUST ON THE EXCEPTION REPORT.
           IF RECON-ACCEPTED
               IF CF-COURSE-NUM NOT = CC-COURSE
                   PERFORM 28B-LOOKUP-CATALOG
               END-IF
               IF NOT CC-COURSE-FOUND
                   SET RECON-NOT-IN-CATALOG TO TRUE
                   IF NOT RECON-REPLAY-MODE
                       PERFORM 29-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF

           IF RECON-ACCEPTED AND CF-STUDENT-ID NUMERIC
              AND MASTER-IS-OPEN
               PERFORM 28C-CHECK-MASTER-NAME
           END-IF

      *  LAST, THE TERM ITSELF: NOTHING POSTS INTO A TERM THE
      *  CALENDAR SHOWS CLOSED UNLESS THE REGISTRAR HAS AN OVERRIDE
      *  ON FILE FOR IT.  LIKE A CATALOG MISS, THE ENROLLMENT ROW
      *  STAYS MARKED -- THE GRADE ARRIVED, IT JUST CANNOT POST.
           IF RECON-ACCEPTED
               PERFORM 28D-CHECK-TERM-CALENDAR
           END-IF
           .

       28D-CHECK-TERM-CALENDAR.

           MOVE 'C' TO TK-FUNCTION
           MOVE CF-TERM TO TK-TERM
           MOVE CF-STUDENT-ID TO TK-STUDENT-ID
           MOVE CF-COURSE-NUM TO TK-COURSE-NUM
           CALL 'LAB5TERMCHK' USING TERM-CHK-PARMS

           EVALUATE TRUE
               WHEN TERM-IS-CLOSED
                   SET RECON-TERM-CLOSED TO TRUE
                   IF NOT RECON-REPLAY-MODE
                       PERFORM 29-WRITE-EXCEPTION
                   END-IF
               WHEN TERM-OVERRIDDEN
                   IF NOT RECON-REPLAY-MODE
                       ADD 1 TO RC-TERM-OVERRIDE-COUNT
                   END-IF
           END-EVALUATE
           .

      *  THE STUDENT NUMBER IS THE KEY, BUT A NUMBER KEYED AGAINST
      *  THE WRONG NAME WOULD POST ONE STUDENT'S GRADE TO ANOTHER.
      *  A NUMBER ALREADY ON THE MASTER UNDER A DIFFERENT NAME IS
      *  AN EXCEPTION, NOT A POST -- THE REGISTRAR EITHER CORRECTS
      *  THE GRADE RECORD OR RENAMES THE STUDENT THROUGH LAB5SMMAINT.
      *  A NUMBER NOT YET ON THE MASTER IS A NEW STUDENT.
       28C-CHECK-MASTER-NAME.

           MOVE CF-STUDENT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SM-STUDENT-NAME NOT = CF-NAME
                       SET RECON-NAME-MISMATCH TO TRUE
                       IF NOT RECON-REPLAY-MODE
                           PERFORM 29-WRITE-EXCEPTION
                       END-IF
                   END-IF
                   PERFORM 28E-CHECK-CONFIDENTIAL
           END-READ
           .

      *  A FERPA HOLD IS IN FORCE FROM ITS EFFECTIVE DATE ON (A
      *  HOLD WITH NO DATE IS IN FORCE NOW), AND A CLEARED HOLD
      *  STAYS IN FORCE UNTIL THE CLEAR'S EFFECTIVE DATE ARRIVES.
      *  A BLANK FLAG -- ANY RECORD NEVER GIVEN A HOLD -- IS NONE.
       28E-CHECK-CONFIDENTIAL.

           MOVE SM-CONF-DATE TO CN-HOLD-DATE
           EVALUATE TRUE
               WHEN SM-CONF-HOLD-SET
                   IF SM-CONF-DATE = SPACES
                      OR SM-CONF-DATE NOT > CURRENT-DATE
                       SET CONFIDENTIAL-STUDENT TO TRUE
                   END-IF
               WHEN SM-CONF-HOLD-CLEARED
                   IF SM-CONF-DATE NOT = SPACES
                      AND SM-CONF-DATE > CURRENT-DATE
                       SET CONFIDENTIAL-STUDENT TO TRUE
                   END-IF
           END-EVALUATE
           .

      *  PICK UP THE CATALOG CREDITS FOR THE COURSE IN HAND
       28B-LOOKUP-CATALOG.

           MOVE CF-COURSE-NUM TO CC-COURSE
           MOVE 0 TO CG-HIT-IDX

           PERFORM VARYING CG-IDX FROM 1 BY 1
                   UNTIL CG-IDX > CG-COUNT
                      OR CG-HIT-IDX > 0
               IF CG-COURSE-NUM (CG-IDX) = CF-COURSE-NUM
                   MOVE CG-IDX TO CG-HIT-IDX
               END-IF
           END-PERFORM

           IF CG-HIT-IDX > 0
               MOVE 'Y' TO CC-FOUND-SW
               MOVE CG-CREDITS (CG-HIT-IDX) TO CC-CREDITS
           ELSE
               MOVE 'N' TO CC-FOUND-SW
               MOVE 0 TO CC-CREDITS
           END-IF
           .

      *  A RECORD WHOSE TERM HAS NO ROWS AT ALL IN THE ENROLLMENT

           MOVE CF-COURSE-NUM TO XL-COURSE-NUM
           MOVE CF-SECTION TO XL-SECTION
           MOVE CF-STUDENT-ID TO XL-STUDENT-ID
           MOVE CF-NAME TO XL-NAME
           MOVE CF-TERM TO XL-TERM

           EVALUATE TRUE
               WHEN RECON-DUPLICATE
                   ADD 1 TO RC-DUPLICATE-COUNT
                   MOVE 'DUPLICATE' TO XL-REASON
               WHEN RECON-NOT-IN-CATALOG
                   ADD 1 TO RC-CATALOG-COUNT
                   MOVE 'NOT IN CATLG' TO XL-REASON
               WHEN RECON-NAME-MISMATCH
                   ADD 1 TO RC-MISMATCH-COUNT
                   MOVE 'NAME MISMTCH' TO XL-REASON
               WHEN RECON-TERM-CLOSED
                   ADD 1 TO RC-TERM-CLOSED-COUNT
                   MOVE 'TERM CLOSED' TO XL-REASON
               WHEN OTHER
                   ADD 1 TO RC-EXCEPTION-COUNT
                   MOVE 'NOT ENROLLED' TO XL-REASON
           END-EVALUATE

           WRITE EXCEPTION-REC FROM EXCEPTION-LINE
           .
               MOVE CF-SECTION TO DL-SECTION
               MOVE CF-NAME TO DL-NAME
               MOVE DF-AVG TO DL-AVERAGE
      *  A COPY OF THE CLASS REPORT MARKED FOR DISTRIBUTION NEVER
      *  CARRIES THE NAME OF A STUDENT UNDER A FERPA HOLD
               IF CONFIDENTIAL-STUDENT AND DISTRIBUTION-COPY
                   MOVE 'CONFIDENTIAL' TO DL-NAME
                   MOVE 'CLASS REPORT' TO CN-OUTPUT
                   PERFORM 36A-WRITE-SUPPRESSION
                   ADD 1 TO BL-SUPP-REPORT
               END-IF

               IF CF-GRADE-STATUS = 'I' OR CF-GRADE-STATUS = 'W'
      *  AN INCOMPLETE OR WITHDRAWAL IS PRINTED, FED TO THE LMS
      *  HELD OUT OF EVERY AVERAGE AND OUT OF STUDENT-MASTER
      *  UNTIL IT IS RESOLVED OR LAPSES.
                   MOVE CF-GRADE-STATUS TO DL-LETTER-GRADE
                   PERFORM 35A-SET-QUALITY-POINTS
                   PERFORM 37-WRITE-LMS-RECORD
                   PERFORM 37A-WRITE-HISTORY-RECORD
                   PERFORM 37C-WRITE-FEED-RECORD

                   ADD 1 TO BL-PRINTED
                   ADD 1 TO BL-HELD-OUT
                   PERFORM 37D-WRITE-CONFIRM-SPOOL

                   PERFORM 33A-FIND-PRIOR-ATTEMPT
                   PERFORM 33B-REFRESH-REPEAT-ENTRY
               ELSE
                   PERFORM 35-EVALUATE-GRADE
                   PERFORM 35A-SET-QUALITY-POINTS
                   PERFORM 36-DEANS-LIST-CHECK
                   PERFORM 37-WRITE-LMS-RECORD
                   PERFORM 37A-WRITE-HISTORY-RECORD
                   ADD DF-AVG TO TF-SUM-AVERAGES
                   ADD 1 TO TF-SECT-NUM-STUDENTS
                   ADD DF-AVG TO TF-SECT-SUM-AVGS
                   PERFORM 37D-WRITE-CONFIRM-SPOOL

      *  A GRADE FOR AN ATTEMPT AN ALREADY-POSTED LATER ATTEMPT
      *  SUPERSEDES (A LATE-ARRIVING CORRECTION FOR AN OLD TERM)
           SET RECORD-IS-VALID TO TRUE
           MOVE SPACES TO RF-REASON-CODE

      *  THE STUDENT NUMBER IS THE KEY TO EVERY FILE THE GRADE
      *  POSTS TO -- A BLANK OR MIS-KEYED ONE IS REJECTED RATHER
      *  THAN POSTED UNDER A KEY NO ONE CAN FIND AGAIN.
           IF CF-STUDENT-ID NOT NUMERIC
              OR CF-STUDENT-ID = ZEROES
               SET RECORD-IS-INVALID TO TRUE
               MOVE 'BAD-ID' TO RF-REASON-CODE
               IF NOT RECON-REPLAY-MODE
                   ADD 1 TO BL-REJ-BADID
               END-IF
           END-IF

      *  THE GRADE-STATUS COLUMN MAY ONLY BE BLANK (NORMAL), 'I'
      *  (INCOMPLETE) OR 'W' (WITHDRAWN) -- ANYTHING ELSE IS A
      *  KEYING ERROR AND THE RECORD IS REJECTED, NOT GUESSED AT.
           IF RECORD-IS-VALID
              AND CF-GRADE-STATUS NOT = SPACE
              AND CF-GRADE-STATUS NOT = 'I'
              AND CF-GRADE-STATUS NOT = 'W'
               SET RECORD-IS-INVALID TO TRUE
           .

      *  ROLL THIS COURSE'S AVERAGE INTO THE STUDENT'S CUMULATIVE
      *  RECORD SO GPA CAN BE TRACKED ACROSS COURSES AND TERMS.
      *  THE CREDITS ATTEMPTED AND EARNED AND THE QUALITY POINTS
      *  ROLL UP THE SAME WAY FOR THE CREDIT-WEIGHTED 4.0 GPA.
       33-UPDATE-STUDENT-MASTER.

           MOVE CF-STUDENT-ID TO SM-STUDENT-ID

           READ STUDENT-MASTER
               INVALID KEY
                   MOVE CF-LASTNAME TO SM-LASTNAME
                   MOVE CF-FIRSTNAME TO SM-FIRSTNAME
                   MOVE 1 TO SM-NUM-COURSES
                   MOVE DF-AVG TO SM-SUM-AVERAGES
                   MOVE DF-AVG TO SM-GPA
                   MOVE CC-CREDITS TO SM-CRED-ATTEMPTED
                   MOVE QW-EARNED TO SM-CRED-EARNED
                   MOVE QW-QUALITY-PTS TO SM-QUALITY-PTS
                   PERFORM 33C-COMPUTE-GPA-4
                   MOVE SPACES TO SM-CONF-FIELDS
                   WRITE STUDENT-MASTER-REC
                   ADD 1 TO BL-SM-ADDS
               NOT INVALID KEY
                   IF SM-CRED-ATTEMPTED NOT NUMERIC
                      OR SM-CRED-EARNED NOT NUMERIC
                      OR SM-QUALITY-PTS NOT NUMERIC
                       MOVE 0 TO SM-CRED-ATTEMPTED
                       MOVE 0 TO SM-CRED-EARNED
                       MOVE 0 TO SM-QUALITY-PTS
                   END-IF
      *  A REPEAT BACKS THE PRIOR ATTEMPT'S AVERAGE AND COURSE
      *  COUNT OUT FIRST, SO THE LATEST ATTEMPT REPLACES IT IN THE
      *  GPA INSTEAD OF PILING ON TOP OF IT -- ITS CREDITS AND
      *  QUALITY POINTS COME OUT WITH IT.
                   IF REPLACE-PRIOR-ATTEMPT
                       SUBTRACT RW-PRIOR-AVG FROM SM-SUM-AVERAGES
                       SUBTRACT 1 FROM SM-NUM-COURSES
                       SUBTRACT RW-PRIOR-CREDITS FROM SM-CRED-ATTEMPTED
                       SUBTRACT RW-PRIOR-EARNED FROM SM-CRED-EARNED
                       SUBTRACT RW-PRIOR-QP FROM SM-QUALITY-PTS
                       ADD 1 TO BL-SM-REPLACED
                   END-IF
                   ADD 1 TO SM-NUM-COURSES
                   ADD DF-AVG TO SM-SUM-AVERAGES
                   DIVIDE SM-SUM-AVERAGES BY SM-NUM-COURSES
                        GIVING SM-GPA
                   ADD CC-CREDITS TO SM-CRED-ATTEMPTED
                   ADD QW-EARNED TO SM-CRED-EARNED
                   ADD QW-QUALITY-PTS TO SM-QUALITY-PTS
                   PERFORM 33C-COMPUTE-GPA-4
                   REWRITE STUDENT-MASTER-REC
                   ADD 1 TO BL-SM-UPDATES
           END-READ
           .

      *  QUALITY POINTS OVER CREDITS ATTEMPTED, TRUNCATED THE SAME
      *  WAY THE PERCENTAGE GPA IS.  A STUDENT WITH NO CREDITS
      *  ATTEMPTED YET (EVERY COURSE ZERO-CREDIT OR UNCATALOGED)
      *  HAS NO 4.0 GPA TO SHOW.
       33C-COMPUTE-GPA-4.

           IF SM-CRED-ATTEMPTED > 0
               DIVIDE SM-QUALITY-PTS BY SM-CRED-ATTEMPTED
                    GIVING SM-GPA-4
           ELSE
               MOVE 0 TO SM-GPA-4
           END-IF
           .

      *  LOOK THE POSTED STUDENT/COURSE UP IN THE REPEAT TABLE AND
      *  DERIVE THE LATEST COUNTED ATTEMPT ACROSS ITS PER-TERM
      *  SLOTS (A GOVERNING 'X', 'I' OR 'W' NEVER ENTERED THE
           MOVE 'N' TO LATER-ATTEMPT-SW
           MOVE LOW-VALUES TO RW-BEST-TERM
           MOVE 0 TO RW-PRIOR-AVG
           MOVE 0 TO RW-PRIOR-CREDITS
           MOVE 0 TO RW-PRIOR-QP
           MOVE 0 TO RW-PRIOR-EARNED

           MOVE 0 TO RT-HIT-IDX
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-COUNT
                      OR RT-HIT-IDX > 0
               IF RT-STUDENT-ID (RT-IDX) = CF-STUDENT-ID
                  AND RT-COURSE-NUM (RT-IDX) = CF-COURSE-NUM
                   MOVE RT-IDX TO RT-HIT-IDX
               END-IF
                           TO RW-BEST-TERM
                       MOVE RT-ATT-AVG (RT-HIT-IDX RT-ADX)
                           TO RW-PRIOR-AVG
                       MOVE RT-ATT-CREDITS (RT-HIT-IDX RT-ADX)
                           TO RW-PRIOR-CREDITS
                       MOVE RT-ATT-QP (RT-HIT-IDX RT-ADX)
                           TO RW-PRIOR-QP
                       IF RT-ATT-LETTER (RT-HIT-IDX RT-ADX) = 'F'
                           MOVE 0 TO RW-PRIOR-EARNED
                       ELSE
                           MOVE RT-ATT-CREDITS (RT-HIT-IDX RT-ADX)
                               TO RW-PRIOR-EARNED
                       END-IF
                   END-IF
               END-PERFORM

               MOVE 'G' TO HS-TYPE
               MOVE DL-LETTER-GRADE TO HS-LETTER
               MOVE DF-AVG TO HS-AVG
               MOVE CC-CREDITS TO HS-CREDITS
               MOVE QW-QUALITY-PTS TO HS-QP
               PERFORM 13F-UPSERT-ATTEMPT-SLOT
           END-IF
           .

           .

      *  LETTER POINTS ON THE 4.0 SCALE, WEIGHTED BY THE COURSE'S
      *  CATALOG CREDITS.  AN 'F' IS ATTEMPTED BUT EARNS NOTHING;
      *  AN 'I' OR 'W' EARNS NOTHING AND IS NOT ATTEMPTED EITHER.
       35A-SET-QUALITY-POINTS.

           EVALUATE DL-LETTER-GRADE
               WHEN 'A'
                   MOVE 4 TO QW-POINTS
               WHEN 'B'
                   MOVE 3 TO QW-POINTS
               WHEN 'C'
                   MOVE 2 TO QW-POINTS
               WHEN 'D'
                   MOVE 1 TO QW-POINTS
               WHEN OTHER
                   MOVE 0 TO QW-POINTS
           END-EVALUATE

           COMPUTE QW-QUALITY-PTS = QW-POINTS * CC-CREDITS

           IF QW-POINTS > 0
               MOVE CC-CREDITS TO QW-EARNED
           ELSE
               MOVE 0 TO QW-EARNED
           END-IF
           .

      *  THE REGISTRAR'S OFFICE WANTS A STANDALONE LIST OF EVERY
      *  STUDENT WHO EARNED AN 'A', SEPARATE FROM THE FULL REPORT
      *  A STUDENT UNDER A FERPA HOLD STILL QUALIFIES BUT IS NOT
      *  PUBLISHED -- THE ENTRY GOES TO THE SUPPRESSION LISTING.
       36-DEANS-LIST-CHECK.

           IF DL-LETTER-GRADE = 'A'
               IF CONFIDENTIAL-STUDENT
                   MOVE 'DEANS LIST' TO CN-OUTPUT
                   PERFORM 36A-WRITE-SUPPRESSION
                   ADD 1 TO BL-SUPP-DEANS
               ELSE
                   MOVE CF-COURSE-NUM TO DLL-COURSE-NUM
                   MOVE CF-NAME TO DLL-NAME
                   MOVE DF-AVG TO DLL-AVERAGE
                   WRITE DEANS-LIST-REC
                   ADD 1 TO BL-DEANS
               END-IF
           END-IF
           .

       36A-WRITE-SUPPRESSION.

           MOVE CF-STUDENT-ID TO SPL-STUDENT-ID
           MOVE CF-NAME TO SPL-NAME
           MOVE CF-TERM TO SPL-TERM
           MOVE CF-COURSE-NUM TO SPL-COURSE-NUM
           MOVE CF-SECTION TO SPL-SECTION
           MOVE CN-OUTPUT TO SPL-OUTPUT
           MOVE CN-HOLD-DATE TO SPL-HOLD-DATE
           WRITE SUPPRESS-REC FROM SUPPRESS-LINE
           .

      *  BUILD A COMMA-DELIMITED COPY OF THE GRADE FOR THE LMS'S
      *  IMPORT FEED, ALONGSIDE THE PRINT-IMAGE REPORT-FILE.
      *  A STUDENT UNDER A FERPA HOLD STAYS IN THE FEED -- THE
      *  GRADE STILL HAS TO REACH THE GRADEBOOK -- BUT THE RELEASE
      *  IS LISTED ON THE SUPPRESSION LISTING SO THE REGISTRAR CAN
      *  ACCOUNT FOR EVERY PLACE A HELD STUDENT'S GRADE WENT.
       37-WRITE-LMS-RECORD.

           MOVE DF-AVG TO LMS-AVG-ED

           WRITE LMS-REC
           ADD 1 TO BL-LMS

           IF CONFIDENTIAL-STUDENT
               MOVE 'LMS INCLUDED' TO CN-OUTPUT
               PERFORM 36A-WRITE-SUPPRESSION
               ADD 1 TO BL-SUPP-LMS
           END-IF
           .

      *  POST THE COURSE RESULT TO THE PERMANENT HISTORY SO
           MOVE 'G' TO HI-REC-TYPE
           MOVE CF-LASTNAME TO HI-LASTNAME
           MOVE CF-FIRSTNAME TO HI-FIRSTNAME
           MOVE CF-STUDENT-ID TO HI-STUDENT-ID
           MOVE CF-TERM TO HI-TERM
           MOVE CF-COURSE-NUM TO HI-COURSE-NUM
           MOVE CF-SECTION TO HI-SECTION
           MOVE DF-AVG TO HI-AVG
           MOVE DL-LETTER-GRADE TO HI-LETTER
           MOVE CC-CREDITS TO HI-CREDITS
           MOVE QW-QUALITY-PTS TO HI-QUALITY-PTS

           MOVE CF-STUDENT-ID TO HI-KEY-STUDENT-ID
           MOVE CF-TERM TO HI-KEY-TERM
           MOVE CF-COURSE-NUM TO HI-KEY-COURSE-NUM
           MOVE CF-SECTION TO HI-KEY-SECTION
           ADD 1 TO WS-HIST-POST-ITEM
           MOVE WS-RUN-NUMBER TO HI-POST-RUN
           MOVE WS-HIST-POST-ITEM TO HI-POST-ITEM

      *  EVERY RUN NUMBER IS NEW, SO A KEY ALREADY ON FILE MEANS
      *  THE HISTORY IS DAMAGED.  STOP WITHOUT FINALIZING -- THE
      *  LOCK AND THE CHECKPOINTS STAY BEHIND AS FOR AN ABEND, AND
      *  THE RUN IS RESTARTED ONCE THE FILE IS REPAIRED.
           WRITE HISTORY-REC
               INVALID KEY
                   DISPLAY 'LAB5SINGLEBREAK HISTORY KEY ALREADY ON'
                           ' FILE ' HI-KEY
                   DISPLAY 'RELOAD THE HISTORY WITH LAB5HISTLOAD'
                           ' AND RESTART THE RUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           .

      *  POST THE GRADE TO THE REGISTRAR'S FEED.  THE AVERAGE ALSO
      *  FOLDS INTO THE BATCH HASH TOTAL THE TRAILER CARRIES.
       37C-WRITE-FEED-RECORD.

           MOVE CF-NAME TO RG-D-STUDENT-NAME
           MOVE CF-STUDENT-ID TO RG-D-STUDENT-ID
           MOVE CF-TERM TO RG-D-TERM
           MOVE CF-COURSE-NUM TO RG-D-COURSE-NUM
           MOVE CF-SECTION TO RG-D-SECTION
           ADD DF-AVG TO BL-FEED-HASH
           .

      *  SPOOL THE POSTED GRADE FOR THE END-OF-JOB SCHEDULE
      *  REPORTS -- ITS INSTRUCTOR'S CONFIRMATION SHEET AND, IF ITS
      *  SECTION IS NOT ON THE SCHEDULE, THE MISSING-ROSTER REPORT.
       37D-WRITE-CONFIRM-SPOOL.

           IF SCHEDULE-PRESENT
               MOVE SPACES TO CONFWORK-REC
               MOVE CF-TERM TO CW-TERM
               MOVE CF-COURSE-NUM TO CW-COURSE-NUM
               MOVE CF-SECTION TO CW-SECTION
               MOVE CF-STUDENT-ID TO CW-STUDENT-ID
               MOVE CF-NAME TO CW-NAME
               MOVE DF-AVG TO CW-AVG
               MOVE DL-LETTER-GRADE TO CW-LETTER
               MOVE CF-GRADE-STATUS TO CW-STATUS
               WRITE CONFWORK-REC
           END-IF
           .

      *  POST THE INCOMPLETE TO THE PENDING FILE WITH ITS
      *  RESOLUTION DEADLINE AND THE AVERAGE THE COURSE LAPSES TO
      *  IF THE DEADLINE PASSES: THE WORK DONE, WEIGHTED PER THE
               FUNCTION DATE-OF-INTEGER(PW-DEADLINE-INT)

           MOVE SPACES TO PENDING-REC
           MOVE CF-NAME TO PD-STUDENT-NAME
           MOVE CF-STUDENT-ID TO PD-STUDENT-ID
           MOVE CF-TERM TO PD-TERM
           MOVE CF-COURSE-NUM TO PD-COURSE-NUM
           MOVE CF-SECTION TO PD-SECTION
           MOVE BL-SM-SUPERSEDED TO CHK-BL-SM-SUPERSEDED
           MOVE BL-FEED TO CHK-BL-FEED
           MOVE BL-FEED-HASH TO CHK-FEED-HASH
           MOVE RC-CATALOG-COUNT TO CHK-RC-CATALOG
           MOVE BL-REJ-BADID TO CHK-BL-REJ-BADID
           MOVE RC-MISMATCH-COUNT TO CHK-RC-MISMATCH
           MOVE RC-TERM-CLOSED-COUNT TO CHK-RC-TERM-CLOSED
           MOVE RC-TERM-OVERRIDE-COUNT TO CHK-RC-TERM-OVERRIDE
           MOVE BL-SUPP-DEANS TO CHK-BL-SUPP-DEANS
           MOVE BL-SUPP-REPORT TO CHK-BL-SUPP-REPORT
           MOVE BL-SUPP-LMS TO CHK-BL-SUPP-LMS
           WRITE CHECKPOINT-REC
           .

          PERFORM 47-TERM-BREAK

           PERFORM 52-MISSING-GRADES-REPORT
           PERFORM 52A-SCHEDULE-REPORTS
           PERFORM 53-BALANCING-REPORT

      *  CLOSE THE FEED BATCH: THE TRAILER CARRIES THE RUN THAT
           MOVE BL-FEED-HASH TO RG-T-HASH
           WRITE REGPOST-REC FROM REGPOST-TRAILER-BUILD

           MOVE 'DEANS LIST ENTRIES WITHHELD' TO STT-CAPTION
           MOVE BL-SUPP-DEANS TO STT-COUNT
           WRITE SUPPRESS-REC FROM SUPPRESS-TOTAL-LINE
               AFTER ADVANCING 2
           MOVE 'CLASS REPORT NAMES MASKED' TO STT-CAPTION
           MOVE BL-SUPP-REPORT TO STT-COUNT
           WRITE SUPPRESS-REC FROM SUPPRESS-TOTAL-LINE
           MOVE 'LMS FEED RECORDS INCLUDED' TO STT-CAPTION
           MOVE BL-SUPP-LMS TO STT-COUNT
           WRITE SUPPRESS-REC FROM SUPPRESS-TOTAL-LINE

           CLOSE SORTED-CLASS-FILE
                 REPORT-FILE
                 DEANS-LIST-FILE
                 CHECKPOINT-FILE
                 EXCEPTION-FILE
                 MISSING-FILE
                 ROSTER-FILE
                 CONFIRM-FILE
                 HISTORY-FILE
                 DISTRIB-FILE
                 PENDING-FILE
                 REGPOST-FILE
                 SUPPRESS-FILE

      *  THE JOB REACHED EOF CLEANLY, SO THERE IS NOTHING LEFT TO
      *  RESTART FROM -- EMPTY OUT L5CHECKPT.TXT SO A STALE 'Y' LEFT
                       ADD 1 TO RC-MISSING-COUNT
                       MOVE ET-COURSE-NUM (ET-IDX) TO ML-COURSE-NUM
                       MOVE ET-SECTION (ET-IDX) TO ML-SECTION
                       MOVE ET-STUDENT-ID (ET-IDX) TO ML-STUDENT-ID
                       MOVE ET-NAME (ET-IDX) TO ML-NAME
                       MOVE ET-TERM (ET-IDX) TO ML-TERM
                       WRITE MISSING-REC FROM MISSING-LINE
           END-IF
           .

      *  THE TWO SCHEDULE REPORTS, BOTH BUILT FROM THE SPOOL OF
      *  GRADES THIS RUN POSTED.  THE ROSTER PASS COMES FIRST: IT
      *  MARKS OFF EVERY SCHEDULED SECTION THE SPOOL SHOWS, SO WHAT
      *  IS LEFT UNMARKED HAS NO GRADES ANYWHERE.
       52A-SCHEDULE-REPORTS.

           CLOSE CONFWORK-FILE

           IF SCHEDULE-PRESENT
               SORT ROSTER-SORT-FILE
                   ON ASCENDING KEY RR-TYPE
                                    RR-DEPARTMENT
                                    RR-INSTRUCTOR
                                    RR-TERM
                                    RR-COURSE-NUM
                                    RR-SECTION
                   INPUT PROCEDURE IS 52B-RELEASE-ROSTERS
                   OUTPUT PROCEDURE IS 52E-PRINT-ROSTERS

               SORT CONFIRM-SORT-FILE
                   ON ASCENDING KEY CR-INSTRUCTOR
                                    CR-TERM
                                    CR-COURSE-NUM
                                    CR-SECTION
                                    CR-NAME
                                    CR-STUDENT-ID
                   INPUT PROCEDURE IS 52G-RELEASE-CONFIRMS
                   OUTPUT PROCEDURE IS 52H-PRINT-CONFIRMS
           END-IF
           .

      *  THE SPOOL IS IN TERM/COURSE/SECTION ORDER, SO AN
      *  UNSCHEDULED SECTION'S RECORDS ARRIVE TOGETHER AND ARE
      *  COUNTED INTO ONE LINE.  THEN EVERY SCHEDULED SECTION STILL
      *  UNMARKED IS RELEASED IF ITS DUE DATE HAS PASSED -- ONE DUE
      *  TODAY OR LATER IS ONLY COUNTED.
       52B-RELEASE-ROSTERS.

           OPEN INPUT CONFWORK-FILE
           MOVE 'Y' TO CONFWORK-EOF-FLAG
           MOVE 0 TO UH-COUNT
           PERFORM UNTIL CONFWORK-EOF-FLAG = 'N'
               READ CONFWORK-FILE
                   AT END
                       MOVE 'N' TO CONFWORK-EOF-FLAG
                   NOT AT END
                       MOVE CW-TERM TO SK-TERM
                       MOVE CW-COURSE-NUM TO SK-COURSE-NUM
                       MOVE CW-SECTION TO SK-SECTION
                       PERFORM 13K-LOOKUP-SCHEDULE
                       IF SS-HIT-IDX > 0
                           MOVE 'Y' TO SS-RECEIVED-SW (SS-HIT-IDX)
                       ELSE
                           IF UH-COUNT > 0 AND SK-KEY NOT = UH-KEY
                               PERFORM 52C-RELEASE-UNSCHEDULED
                           END-IF
                           MOVE SK-KEY TO UH-KEY
                           ADD 1 TO UH-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFWORK-FILE

           IF UH-COUNT > 0
               PERFORM 52C-RELEASE-UNSCHEDULED
           END-IF

           PERFORM VARYING SS-IDX FROM 1 BY 1
                   UNTIL SS-IDX > SS-COUNT
               IF SS-RECEIVED-SW (SS-IDX) NOT = 'Y'
                   IF SS-DUE-DATE (SS-IDX) < CURRENT-DATE
                       MOVE '1' TO RR-TYPE
                       MOVE SS-INSTRUCTOR (SS-IDX) TO RR-INSTRUCTOR
                       MOVE SS-TERM (SS-IDX) TO RR-TERM
                       MOVE SS-COURSE-NUM (SS-IDX) TO RR-COURSE-NUM
                       MOVE SS-SECTION (SS-IDX) TO RR-SECTION
                       MOVE SS-DUE-DATE (SS-IDX) TO RR-DUE-DATE
                       MOVE 0 TO RR-COUNT
                       PERFORM 52D-LOOKUP-DEPARTMENT
                       RELEASE ROSTER-SORT-REC
                       ADD 1 TO RC-ROSTER-MISSING
                   ELSE
                       ADD 1 TO RC-ROSTER-NOT-DUE
                   END-IF
               END-IF
           END-PERFORM
           .

       52C-RELEASE-UNSCHEDULED.

           MOVE '2' TO RR-TYPE
           MOVE SPACES TO RR-INSTRUCTOR
           MOVE UH-TERM TO RR-TERM
           MOVE UH-COURSE-NUM TO RR-COURSE-NUM
           MOVE UH-SECTION TO RR-SECTION
           MOVE SPACES TO RR-DUE-DATE
           MOVE UH-COUNT TO RR-COUNT
           PERFORM 52D-LOOKUP-DEPARTMENT
           RELEASE ROSTER-SORT-REC
           ADD 1 TO RC-UNSCHEDULED
           MOVE 0 TO UH-COUNT
           .

      *  THE OWNING DEPARTMENT COMES FROM THE CATALOG; A COURSE
      *  THE CATALOG DOES NOT CARRY GROUPS UNDER ITS OWN HEADING.
       52D-LOOKUP-DEPARTMENT.

           MOVE 0 TO CG-HIT-IDX
           PERFORM VARYING CG-IDX FROM 1 BY 1
                   UNTIL CG-IDX > CG-COUNT
                      OR CG-HIT-IDX > 0
               IF CG-COURSE-NUM (CG-IDX) = RR-COURSE-NUM
                   MOVE CG-IDX TO CG-HIT-IDX
               END-IF
           END-PERFORM

           IF CG-HIT-IDX > 0
               MOVE CG-DEPARTMENT (CG-HIT-IDX) TO RR-DEPARTMENT
           ELSE
               MOVE 'NOT IN CATALOG' TO RR-DEPARTMENT
           END-IF
           .

      *  PART ONE LISTS THE MISSING ROSTERS BY DEPARTMENT, THEN BY
      *  INSTRUCTOR SO EACH CHAIR KNOWS WHOM TO CALL; PART TWO THE
      *  SECTIONS THAT POSTED GRADES WITHOUT BEING SCHEDULED.
       52E-PRINT-ROSTERS.

           MOVE CD-MONTH TO RSH-MONTH
           MOVE CD-DAY TO RSH-DAY
           MOVE CD-YEAR TO RSH-YEAR
           WRITE ROSTER-REC FROM ROSTER-HEADER-1

           MOVE 'SECTIONS PAST DUE -- NO GRADES POSTED'
               TO RPL-CAPTION
           WRITE ROSTER-REC FROM ROSTER-PART-LINE
               AFTER ADVANCING 2
           IF RC-ROSTER-MISSING = 0
               WRITE ROSTER-REC FROM ROSTER-NONE-LINE
                   AFTER ADVANCING 2
           END-IF
           MOVE '1' TO RH-TYPE
           MOVE LOW-VALUES TO RH-DEPARTMENT
           MOVE LOW-VALUES TO RH-INSTRUCTOR

           MOVE 'Y' TO ROSTER-SORT-EOF-FLAG
           PERFORM UNTIL ROSTER-SORT-EOF-FLAG = 'N'
               RETURN ROSTER-SORT-FILE
                   AT END
                       MOVE 'N' TO ROSTER-SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 52F-PRINT-ROSTER-LINE
               END-RETURN
           END-PERFORM

           IF RH-TYPE = '1'
               MOVE 'GRADES POSTED FOR SECTIONS NOT SCHEDULED'
                   TO RPL-CAPTION
               WRITE ROSTER-REC FROM ROSTER-PART-LINE
                   AFTER ADVANCING 3
               WRITE ROSTER-REC FROM ROSTER-NONE-LINE
                   AFTER ADVANCING 2
           END-IF

           MOVE 'SECTIONS PAST DUE, NO GRADES' TO RTL-CAPTION
           MOVE RC-ROSTER-MISSING TO RTL-COUNT
           WRITE ROSTER-REC FROM ROSTER-TOTAL-LINE
               AFTER ADVANCING 3
           MOVE 'SECTIONS NOT YET DUE' TO RTL-CAPTION
           MOVE RC-ROSTER-NOT-DUE TO RTL-COUNT
           WRITE ROSTER-REC FROM ROSTER-TOTAL-LINE
           MOVE 'SECTIONS NOT ON SCHEDULE' TO RTL-CAPTION
           MOVE RC-UNSCHEDULED TO RTL-COUNT
           WRITE ROSTER-REC FROM ROSTER-TOTAL-LINE
           .

       52F-PRINT-ROSTER-LINE.

           IF RR-TYPE NOT = RH-TYPE
               MOVE 'GRADES POSTED FOR SECTIONS NOT SCHEDULED'
                   TO RPL-CAPTION
               WRITE ROSTER-REC FROM ROSTER-PART-LINE
                   AFTER ADVANCING 3
               MOVE RR-TYPE TO RH-TYPE
               MOVE LOW-VALUES TO RH-DEPARTMENT
           END-IF

           IF RR-DEPARTMENT NOT = RH-DEPARTMENT
               MOVE RR-DEPARTMENT TO RDL-DEPARTMENT
               WRITE ROSTER-REC FROM ROSTER-DEPT-LINE
                   AFTER ADVANCING 2
               MOVE RR-DEPARTMENT TO RH-DEPARTMENT
               MOVE LOW-VALUES TO RH-INSTRUCTOR
               IF RR-TYPE = '2'
                   MOVE 'RECORDS' TO RCL-CAPTION
                   WRITE ROSTER-REC FROM ROSTER-COLUMN-LINE
               END-IF
           END-IF

           IF RR-TYPE = '1'
               IF RR-INSTRUCTOR NOT = RH-INSTRUCTOR
                   MOVE RR-INSTRUCTOR TO RIL-INSTRUCTOR
                   WRITE ROSTER-REC FROM ROSTER-INSTR-LINE
                       AFTER ADVANCING 2
                   MOVE 'GRADES DUE' TO RCL-CAPTION
                   WRITE ROSTER-REC FROM ROSTER-COLUMN-LINE
                   MOVE RR-INSTRUCTOR TO RH-INSTRUCTOR
               END-IF
               MOVE RR-TERM TO RL-TERM
               MOVE RR-COURSE-NUM TO RL-COURSE-NUM
               MOVE RR-SECTION TO RL-SECTION
               MOVE RR-DUE-DATE TO CH-DUE-DATE
               MOVE CH-DUE-MONTH TO RL-DUE-MONTH
               MOVE CH-DUE-DAY TO RL-DUE-DAY
               MOVE CH-DUE-YEAR TO RL-DUE-YEAR
               WRITE ROSTER-REC FROM ROSTER-LINE
           ELSE
               MOVE RR-TERM TO UL-TERM
               MOVE RR-COURSE-NUM TO UL-COURSE-NUM
               MOVE RR-SECTION TO UL-SECTION
               MOVE RR-COUNT TO UL-COUNT
               WRITE ROSTER-REC FROM UNSCHED-LINE
           END-IF
           .

      *  ONLY SCHEDULED SECTIONS HAVE AN INSTRUCTOR TO SIGN FOR
      *  THEM -- AN UNSCHEDULED SECTION IS ALREADY ON THE
      *  MISSING-ROSTER REPORT FOR THE REGISTRAR TO RESOLVE.
       52G-RELEASE-CONFIRMS.

           OPEN INPUT CONFWORK-FILE
           MOVE 'Y' TO CONFWORK-EOF-FLAG
           PERFORM UNTIL CONFWORK-EOF-FLAG = 'N'
               READ CONFWORK-FILE
                   AT END
                       MOVE 'N' TO CONFWORK-EOF-FLAG
                   NOT AT END
                       MOVE CW-TERM TO SK-TERM
                       MOVE CW-COURSE-NUM TO SK-COURSE-NUM
                       MOVE CW-SECTION TO SK-SECTION
                       PERFORM 13K-LOOKUP-SCHEDULE
                       IF SS-HIT-IDX > 0
                           MOVE SPACES TO CONFIRM-SORT-REC
                           MOVE SS-INSTRUCTOR (SS-HIT-IDX)
                               TO CR-INSTRUCTOR
                           MOVE SS-DUE-DATE (SS-HIT-IDX)
                               TO CR-DUE-DATE
                           MOVE CW-TERM TO CR-TERM
                           MOVE CW-COURSE-NUM TO CR-COURSE-NUM
                           MOVE CW-SECTION TO CR-SECTION
                           MOVE CW-NAME TO CR-NAME
                           MOVE CW-STUDENT-ID TO CR-STUDENT-ID
                           MOVE CW-AVG TO CR-AVG
                           MOVE CW-LETTER TO CR-LETTER
                           MOVE CW-STATUS TO CR-STATUS
                           RELEASE CONFIRM-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFWORK-FILE
           .

      *  ONE SHEET PER INSTRUCTOR, STARTING ON A NEW PAGE: EACH OF
      *  THEIR SECTIONS WITH EVERY STUDENT POSTED TO IT, THEN THE
      *  SIGNATURE BLOCK THE SIGNED SHEET COMES BACK WITH.
       52H-PRINT-CONFIRMS.

           MOVE LOW-VALUES TO CH-INSTRUCTOR
           MOVE LOW-VALUES TO CH-SECTION-KEY
           MOVE 'Y' TO CONFIRM-SORT-EOF-FLAG
           PERFORM UNTIL CONFIRM-SORT-EOF-FLAG = 'N'
               RETURN CONFIRM-SORT-FILE
                   AT END
                       MOVE 'N' TO CONFIRM-SORT-EOF-FLAG
                       IF CH-INSTRUCTOR NOT = LOW-VALUES
                           PERFORM 52J-CLOSE-CONFIRM-SECTION
                           PERFORM 52K-CLOSE-CONFIRM-SHEET
                       END-IF
                   NOT AT END
                       PERFORM 52I-CONFIRM-RECORD
               END-RETURN
           END-PERFORM
           .

       52I-CONFIRM-RECORD.

           IF CR-INSTRUCTOR NOT = CH-INSTRUCTOR
               IF CH-INSTRUCTOR NOT = LOW-VALUES
                   PERFORM 52J-CLOSE-CONFIRM-SECTION
                   PERFORM 52K-CLOSE-CONFIRM-SHEET
               END-IF
               MOVE CR-INSTRUCTOR TO CH-INSTRUCTOR
               MOVE LOW-VALUES TO CH-SECTION-KEY
               ADD 1 TO RC-CONFIRM-SHEETS
               MOVE SPACES TO CIL-CONTINUED
               PERFORM 52L-CONFIRM-HEADING
           END-IF

           IF CR-SECTION-KEY NOT = CH-SECTION-KEY
               IF CH-SECTION-KEY NOT = LOW-VALUES
                   PERFORM 52J-CLOSE-CONFIRM-SECTION
               END-IF
               MOVE CR-SECTION-KEY TO CH-SECTION-KEY
               MOVE 0 TO CH-SECT-POSTED
               MOVE 0 TO CH-SECT-GRADED
               MOVE 0 TO CH-SECT-SUM-AVGS
               MOVE CR-TERM TO CSL-TERM
               MOVE CR-COURSE-NUM TO CSL-COURSE-NUM
               MOVE CR-SECTION TO CSL-SECTION
               MOVE CR-DUE-DATE TO CH-DUE-DATE
               MOVE CH-DUE-MONTH TO CSL-DUE-MONTH
               MOVE CH-DUE-DAY TO CSL-DUE-DAY
               MOVE CH-DUE-YEAR TO CSL-DUE-YEAR
               MOVE CONFIRM-SECTION-LINE TO CONFIRM-REC
               MOVE 3 TO CH-SPACING
               PERFORM 52M-WRITE-CONFIRM-LINE
               MOVE CONFIRM-COLUMN-LINE TO CONFIRM-REC
               MOVE 2 TO CH-SPACING
               PERFORM 52M-WRITE-CONFIRM-LINE
           END-IF

           MOVE CR-STUDENT-ID TO CDL-STUDENT-ID
           MOVE CR-NAME TO CDL-NAME
           MOVE CR-AVG TO CDL-AVERAGE
           MOVE CR-LETTER TO CDL-LETTER
           EVALUATE CR-STATUS
               WHEN 'I'
                   MOVE 'INCOMPLETE' TO CDL-STATUS
               WHEN 'W'
                   MOVE 'WITHDRAWN' TO CDL-STATUS
               WHEN OTHER
                   MOVE SPACES TO CDL-STATUS
           END-EVALUATE
           MOVE CONFIRM-DETAIL-LINE TO CONFIRM-REC
           MOVE 1 TO CH-SPACING
           PERFORM 52M-WRITE-CONFIRM-LINE

           ADD 1 TO CH-SECT-POSTED
           IF CR-STATUS = SPACE
               ADD 1 TO CH-SECT-GRADED
               ADD CR-AVG TO CH-SECT-SUM-AVGS
           END-IF
           .

      *  THE SECTION AVERAGE IS OVER THE GRADED STUDENTS ONLY, THE
      *  SAME WAY THE CLASS REPORT HOLDS AN 'I' OR 'W' OUT OF IT.
       52J-CLOSE-CONFIRM-SECTION.

           MOVE CH-SECT-POSTED TO CPL-COUNT
           MOVE CONFIRM-POSTED-LINE TO CONFIRM-REC
           MOVE 2 TO CH-SPACING
           PERFORM 52M-WRITE-CONFIRM-LINE

           IF CH-SECT-GRADED > 0
               DIVIDE CH-SECT-SUM-AVGS BY CH-SECT-GRADED
                   GIVING CH-SECT-AVG
               MOVE CH-SECT-AVG TO CAL-AVERAGE
               MOVE CONFIRM-AVG-LINE TO CONFIRM-REC
               MOVE 1 TO CH-SPACING
               PERFORM 52M-WRITE-CONFIRM-LINE
           END-IF
           .

      *  THE SIGNATURE BLOCK IS NEVER SPLIT FROM THE SHEET'S LAST
      *  PAGE -- IF IT WILL NOT FIT, IT GOES ON A CONTINUATION PAGE.
       52K-CLOSE-CONFIRM-SHEET.

           IF CH-LINE-COUNT + 9 > LINES-PER-PAGE
               MOVE '(CONTINUED)' TO CIL-CONTINUED
               PERFORM 52L-CONFIRM-HEADING
           END-IF

           WRITE CONFIRM-REC FROM CONFIRM-CERTIFY-1
               AFTER ADVANCING 3
           WRITE CONFIRM-REC FROM CONFIRM-CERTIFY-2
           WRITE CONFIRM-REC FROM CONFIRM-SIGN-LINE
               AFTER ADVANCING 3
           WRITE CONFIRM-REC FROM CONFIRM-DATE-LINE
               AFTER ADVANCING 2
           ADD 9 TO CH-LINE-COUNT
           .

       52L-CONFIRM-HEADING.

           MOVE WS-RUN-NUMBER TO CFH-RUN-NUMBER
           MOVE CD-MONTH TO CFH-MONTH
           MOVE CD-DAY TO CFH-DAY
           MOVE CD-YEAR TO CFH-YEAR
           WRITE CONFIRM-REC FROM CONFIRM-HEADER-1
               AFTER ADVANCING PAGE
           MOVE CH-INSTRUCTOR TO CIL-INSTRUCTOR
           WRITE CONFIRM-REC FROM CONFIRM-INSTR-LINE
               AFTER ADVANCING 2
           MOVE 3 TO CH-LINE-COUNT
           .

      *  THE PENDING LINE IS SAVED ACROSS THE HEADING A PAGE BREAK
      *  WRITES, WHICH REUSES THE RECORD AREA.
       52M-WRITE-CONFIRM-LINE.

           MOVE CONFIRM-REC TO CH-PENDING-LINE
           IF CH-LINE-COUNT + CH-SPACING > LINES-PER-PAGE
               MOVE '(CONTINUED)' TO CIL-CONTINUED
               PERFORM 52L-CONFIRM-HEADING
           END-IF

           WRITE CONFIRM-REC FROM CH-PENDING-LINE
               AFTER ADVANCING CH-SPACING
           ADD CH-SPACING TO CH-LINE-COUNT
           .

      *  PROVE THE RUN: EVERY RECORD READ MUST BE ACCOUNTED FOR AS
      *  A PRINTED DETAIL LINE, A REJECT (BY REASON), OR AN
      *  ENROLLMENT EXCEPTION.  ANYTHING ELSE IS AN OUT-OF-BALANCE
           MOVE BALANCE-LINE TO REPORT-REC
           PERFORM 40-WRITE-A-LINE

           MOVE 'REJECTED - BAD-ID' TO BAL-CAPTION
           MOVE BL-REJ-BADID TO BAL-COUNT
           MOVE BALANCE-LINE TO REPORT-REC
           PERFORM 40-WRITE-A-LINE

      *  INCOMPLETES AND WITHDRAWALS ARE PRINTED DETAIL LINES,
      *  ALREADY INSIDE THE PRINTED COUNT -- THIS LINE JUST SHOWS
      *  HOW MANY OF THEM WERE HELD OUT OF THE AVERAGES.
           MOVE BALANCE-LINE TO REPORT-REC
           PERFORM 40-WRITE-A-LINE

           MOVE 'EXCEPTIONS - NOT IN CATALOG' TO BAL-CAPTION
           MOVE RC-CATALOG-COUNT TO BAL-COUNT
           MOVE BALANCE-LINE TO REPORT-REC
           PERFORM 40-WRITE-A-LINE

           MOVE 'EXCEPTIONS - NAME MISMATCH' TO BAL-CAPTION
           MOVE RC-MISMATCH-COUNT TO BAL-COUNT
           MOVE BALANCE-LINE TO REPORT-REC
           PERFORM 40-WRITE-A-LINE

           MOVE 'EXCEPTIONS - TERM CLOSED' TO BAL-CAPTION
           MOVE RC-TERM-CLOSED-COUNT TO BAL-COUNT
           MOVE BALANCE-LINE TO REPORT-REC
           PERFORM 40-WRITE-A-LINE

      *  RECORDS LET INTO A CLOSED TERM ON THE REGISTRAR'S
      *  OVERRIDE ARE ALREADY COUNTED ABOVE AS PRINTED OR REJECTED
      *  -- THIS LINE SHOWS HOW MANY CAME IN THAT WAY.
           MOVE 'PASSED ON TERM OVERRIDE' TO BAL-CAPTION
           MOVE RC-TERM-OVERRIDE-COUNT TO BAL-COUNT
           MOVE BALANCE-LINE TO REPORT-REC
           PERFORM 40-WRITE-A-LINE

           MOVE 'AVERAGES NOT TABLED' TO BAL-CAPTION
           MOVE BL-AVG-DROPPED TO BAL-COUNT
           MOVE BALANCE-LINE TO REPORT-REC
           MOVE BALANCE-LINE TO REPORT-REC
           PERFORM 40-WRITE-A-LINE

           MOVE 'DEANS LIST - FERPA WITHHELD' TO BAL-CAPTION
           MOVE BL-SUPP-DEANS TO BAL-COUNT
           MOVE BALANCE-LINE TO REPORT-REC
           PERFORM 40-WRITE-A-LINE

           MOVE 'REPORT NAMES - FERPA MASKED' TO BAL-CAPTION
           MOVE BL-SUPP-REPORT TO BAL-COUNT
           MOVE BALANCE-LINE TO REPORT-REC
           PERFORM 40-WRITE-A-LINE

           MOVE 'LMS RECORDS - FERPA HOLD' TO BAL-CAPTION
           MOVE BL-SUPP-LMS TO BAL-COUNT
           MOVE BALANCE-LINE TO REPORT-REC
           PERFORM 40-WRITE-A-LINE

           MOVE 'LMS RECORDS' TO BAL-CAPTION
           MOVE BL-LMS TO BAL-COUNT
           MOVE BALANCE-LINE TO REPORT-REC
           MOVE BALANCE-LINE TO REPORT-REC
           PERFORM 40-WRITE-A-LINE

           MOVE 'MISSING ROSTERS - PAST DUE' TO BAL-CAPTION
           MOVE RC-ROSTER-MISSING TO BAL-COUNT
           MOVE BALANCE-LINE TO REPORT-REC
           PERFORM 40-WRITE-A-LINE

           MOVE 'SECTIONS NOT ON SCHEDULE' TO BAL-CAPTION
           MOVE RC-UNSCHEDULED TO BAL-COUNT
           MOVE BALANCE-LINE TO REPORT-REC
           PERFORM 40-WRITE-A-LINE

           MOVE 'CONFIRMATION SHEETS' TO BAL-CAPTION
           MOVE RC-CONFIRM-SHEETS TO BAL-COUNT
           MOVE BALANCE-LINE TO REPORT-REC
           PERFORM 40-WRITE-A-LINE

           COMPUTE BL-PROCESSED-TOTAL = BL-PRINTED
               + BL-REJ-NONNUM + BL-REJ-RANGE + BL-REJ-NOGRADE
               + BL-REJ-BADSTAT + BL-REJ-BADID
               + RC-EXCEPTION-COUNT + RC-DUPLICATE-COUNT
               + RC-CATALOG-COUNT + RC-MISMATCH-COUNT
               + RC-TERM-CLOSED-COUNT

           MOVE 'PROCESSED PLUS REJECTED' TO BAL-CAPTION
           MOVE BL-PROCESSED-TOTAL TO BAL-COUNT
