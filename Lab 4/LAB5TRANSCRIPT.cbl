      *    KEEPS ONLY THE GOVERNING (LATEST) RECORD FOR EACH
      *    STUDENT/TERM/COURSE, AND PRINTS A TRANSCRIPT PER STUDENT
      *    GROUPED BY TERM WITH THE CUMULATIVE GPA AT THE BOTTOM.
      *    EACH COURSE LINE CARRIES THE CATALOG TITLE AND THE
      *    CREDITS AND QUALITY POINTS IT POSTED WITH; EACH TERM
      *    CLOSES WITH ITS CREDIT TOTALS, AND THE FOOTER CARRIES
      *    THE CUMULATIVE CREDITS AND 4.0 GPA FROM THE MASTER.
      *******
      *    INPUT:
      *        L5HISTORY.DAT   - KEYED COURSE-RESULT HISTORY ('G'
      *                          GRADED, 'A' AMENDED, 'X' DELETED);
      *                          A SINGLE STUDENT IS READ BY KEY
      *        STUDENTMASTER.DAT - CUMULATIVE MASTER, FOR THE GPA
      *        L5TRANPARM.TXT  - OPTIONAL: A SINGLE STUDENT NAME
      *                          (LASTNAME/FIRSTNAME); ABSENT OR
      *                          BLANK MEANS THE WHOLE FILE.  AN
      *                          'F' IN COLUMN 21 ASKS FOR A FULL
      *                          TRANSCRIPT: TERMS ARCHIVED BY
      *                          LAB5HISTARCH ARE PULLED BACK IN.
      *                          A STUDENT NUMBER IN COLUMNS 22-30
      *                          SELECTS BY NUMBER INSTEAD OF NAME
      *        L5HISTARCH.TXT  - ARCHIVED GOVERNING RECORDS OF
      *                          CLOSED TERMS, READ ONLY ON A FULL
      *                          TRANSCRIPT REQUEST
      *        L5CATALOG.TXT   - OPTIONAL: COURSE CATALOG, FOR THE
      *                          COURSE TITLES
      *******
      *    OUTPUT:
      *        L5TRANSCRIPT.TXT - ONE TRANSCRIPT PER STUDENT, NEW
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO 'L5HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               ALTERNATE RECORD KEY IS HI-POST-SEQ
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT SORT-FILE
               ASSIGN TO 'STUDENTMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS SM-FILE-STATUS.

           SELECT CATALOG-FILE
               ASSIGN TO 'L5CATALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.

           SELECT TRANSCRIPT-FILE
               ASSIGN TO 'L5TRANSCRIPT.TXT'.
      *
       FILE SECTION.
      *
      *  SAME LAYOUT LAB5SINGLEBREAK WRITES -- A RECORD FROM BEFORE
      *  SECTIONS OR CREDITS EXISTED PADS BLANK THERE (CREDITS AND
      *  QUALITY POINTS READ AS ZERO).  THE STUDENT NUMBER FOLLOWS
      *  AND IDENTIFIES THE STUDENT.  THE KEY LEADS THE RECORD:
      *  STUDENT NUMBER, TERM, COURSE, SECTION AND THE POSTING
      *  SEQUENCE, SO IN KEY ORDER EACH STUDENT/TERM/COURSE/
      *  SECTION CHAIN COMES BACK IN THE ORDER IT WAS POSTED.
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
           05  HI-AVG                  PIC 999V9.
           05  HI-LETTER               PIC X.
           05  HI-SECTION              PIC X(2).
           05  HI-CREDITS              PIC 9.
           05  HI-QUALITY-PTS          PIC 99.
           05  HI-STUDENT-ID           PIC X(9).
      *
      *  THE ARRIVAL SEQUENCE RIDES ALONG AS THE LOW-ORDER SORT KEY
      *  SO THE LAST RECORD WRITTEN FOR A STUDENT/TERM/COURSE --
      *  THE GOVERNING ONE -- SORTS LAST WITHIN ITS GROUP.  THE
      *  STUDENT NUMBER IS THE MAJOR KEY; THE NAME RIDES ALONG FOR
      *  THE HEADING.
       SD  SORT-FILE
           RECORD CONTAINS 55 CHARACTERS.
      *
       01  SORT-REC.
           05  SR-REC-TYPE             PIC X.
           05  SR-STUDENT-NAME         PIC X(20).
           05  SR-TERM                 PIC X(4).
           05  SR-COURSE-NUM           PIC X(5).
           05  SR-SECTION              PIC X(2).
           05  SR-AVG                  PIC 999V9.
           05  SR-LETTER               PIC X.
           05  SR-SEQ                  PIC 9(6).
           05  SR-CREDITS              PIC 9.
           05  SR-QUALITY-PTS          PIC 99.
           05  SR-STUDENT-ID           PIC X(9).
      *
       FD  PARM-FILE
           RECORD CONTAINS 30 CHARACTERS.
      *
       01  PARM-RECORD.
           05  PARM-STUDENT-NAME       PIC X(20).
           05  PARM-FULL-SW            PIC X.
           05  PARM-STUDENT-ID         PIC X(9).
      *
      *  SAME LAYOUT LAB5HISTARCH WRITES: THE GOVERNING HISTORY
      *  RECORD, THEN THE ARCHIVE DATE AND RUN NUMBER STAMPS
       FD  ARCHIVE-FILE
           RECORD CONTAINS 65 CHARACTERS.
      *
       01  ARCHIVE-REC.
           05  AR-REC-TYPE             PIC X.
           05  AR-STUDENT-NAME         PIC X(20).
           05  AR-TERM                 PIC X(4).
           05  AR-COURSE-NUM           PIC X(5).
           05  AR-AVG                  PIC 999V9.
      *  RECORD ARCHIVED BEFORE SECTIONS EXISTED STILL LINES UP
      *  AND PADS BLANK THERE
           05  AR-SECTION              PIC X(2).
           05  AR-CREDITS              PIC 9.
           05  AR-QUALITY-PTS          PIC 99.
           05  AR-STUDENT-ID           PIC X(9).
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
       FD  TRANSCRIPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
               88  STUDENT-ACTIVE               VALUE 'Y'.
           05  SINGLE-STUDENT-SW   PIC X         VALUE 'N'.
               88  SINGLE-STUDENT-MODE          VALUE 'Y'.
           05  SELECT-BY-ID-SW     PIC X         VALUE 'N'.
               88  SELECT-BY-ID                 VALUE 'Y'.
           05  MASTER-AVAIL-SW     PIC X         VALUE 'N'.
               88  MASTER-AVAILABLE             VALUE 'Y'.
           05  MASTER-FOUND-SW     PIC X         VALUE 'N'.
               88  MASTER-FOUND                 VALUE 'Y'.
           05  ARCHIVE-EOF-FLAG    PIC X         VALUE 'Y'.
           05  FULL-TRAN-SW        PIC X         VALUE 'N'.
               88  FULL-TRANSCRIPT-MODE         VALUE 'Y'.
           05  CATALOG-EOF-FLAG    PIC X         VALUE 'Y'.
           05  MASTER-EOF-FLAG     PIC X         VALUE 'Y'.
           05  NAME-ON-MASTER-SW   PIC X         VALUE 'N'.
               88  NAME-ON-MASTER               VALUE 'Y'.
           05  CONF-HOLD-SW        PIC X         VALUE 'N'.
               88  CONFIDENTIAL-STUDENT         VALUE 'Y'.
      *
       01  HISTORY-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  ARCHIVE-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  SM-FILE-STATUS          PIC XX        VALUE '00'.
      *
       01  CATALOG-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
       01  WORK-FIELDS.
           05  WK-SEQ              PIC 9(6)      VALUE 0.
           05  WK-WANTED-NAME      PIC X(20)     VALUE SPACES.
           05  WK-WANTED-ID        PIC X(9)      VALUE SPACES.
           05  WK-READ-ID          PIC X(9)      VALUE SPACES.
           05  WK-WANTED-SW        PIC X         VALUE 'N'.
               88  WANTED-STUDENT               VALUE 'Y'.
           05  WK-STUDENT-COUNT    PIC S9(5)     VALUE +0.
           05  WK-SAVE-LINE        PIC X(80)     VALUE SPACES.
           05  SC-IDX              PIC S9(3)     VALUE +0.
               10  SC-AVG          PIC 999V9.
               10  SC-LETTER       PIC X.
               10  SC-REPEAT-SW    PIC X.
               10  SC-CREDITS      PIC 9.
               10  SC-QUALITY-PTS  PIC 99.
      *
      *  THE CATALOG IS ONLY WANTED FOR THE TITLES -- THE CREDITS
      *  AND QUALITY POINTS PRINTED ARE THE ONES THE HISTORY RECORD
      *  POSTED WITH, SO THE TRANSCRIPT ALWAYS TIES TO THE MASTER
      *  EVEN AFTER A CATALOG CHANGE.
       01  CATALOG-TABLE-AREA.
           05  CG-MAX-ENTRIES      PIC S9(4)     VALUE +2000.
           05  CG-COUNT            PIC S9(4)     VALUE +0.
           05  CG-ENTRY OCCURS 2000 TIMES.
               10  CG-COURSE-NUM   PIC X(5).
               10  CG-TITLE        PIC X(30).
      *
       01  CATALOG-WORK-FIELDS.
           05  CG-IDX              PIC S9(4)     VALUE +0.
           05  CG-HIT-IDX          PIC S9(4)     VALUE +0.
      *
      *  THE TERM'S CREDIT TOTALS, BUILT AS ITS COURSE LINES PRINT.
      *  AN 'I' OR 'W' IS NOT ATTEMPTED; AN 'F' IS ATTEMPTED BUT
      *  NOT EARNED.
       01  TERM-TOTAL-FIELDS.
           05  TT-ATTEMPTED        PIC 9(3)      VALUE 0.
           05  TT-EARNED           PIC 9(3)      VALUE 0.
           05  TT-QUALITY-PTS      PIC 9(4)      VALUE 0.
      *
      *  THE RECORD BEING HELD UNTIL THE NEXT RETURN SHOWS WHETHER
      *  A LATER (GOVERNING) RECORD EXISTS FOR THE SAME
       01  HOLD-FIELDS.
           05  HD-REC-TYPE         PIC X.
           05  HD-KEY.
               10  HD-STUDENT-ID   PIC X(9).
               10  HD-TERM         PIC X(4).
               10  HD-COURSE-NUM   PIC X(5).
               10  HD-SECTION      PIC X(2).
           05  HD-STUDENT-NAME     PIC X(20).
           05  HD-AVG              PIC 999V9.
           05  HD-LETTER           PIC X.
           05  HD-CREDITS          PIC 9.
           05  HD-QUALITY-PTS      PIC 99.
      *
      *  THE HOLD'S EFFECTIVE DATE, BROKEN OUT FOR THE BANNER
       01  CONF-DATE-WORK.
           05  CW-YEAR             PIC XXXX.
           05  CW-MONTH            PIC XX.
           05  CW-DAY              PIC XX.
      *
       01  GROUP-FIELDS.
           05  CUR-STUDENT         PIC X(9)      VALUE HIGH-VALUES.
           05  CUR-STUDENT-NAME    PIC X(20)     VALUE SPACES.
           05  CUR-TERM            PIC X(4)      VALUE HIGH-VALUES.
      *
       01  REPORT-FIELDS.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(9)      VALUE 'STUDENT: '.
           05  SL-NAME             PIC X(20).
           05                      PIC X(6)      VALUE '  NO. '.
           05  SL-STUDENT-ID       PIC X(9).
      *
       01  TERM-LINE.
           05                      PIC X(8)      VALUE SPACES.
           05                      PIC X(5)      VALUE 'TERM '.
           05  TL-TERM             PIC X(4).
      *
       01  COLUMN-LINE.
           05                      PIC X(8)      VALUE SPACES.
           05                      PIC X(41)
                   VALUE 'COURSE SEC  TITLE'.
           05                      PIC X(23)
                   VALUE '   AVG   GR  CR  QP'.
      *
       01  COURSE-LINE.
           05                      PIC X(8)      VALUE SPACES.
           05  CL-COURSE-NUM       PIC X(5).
           05                      PIC X(2)      VALUE SPACES.
           05  CL-SECTION          PIC X(2).
           05                      PIC X(2)      VALUE SPACES.
           05  CL-TITLE            PIC X(30).
           05                      PIC X(2)      VALUE SPACES.
           05  CL-AVERAGE          PIC ZZ9.9.
           05                      PIC X(3)      VALUE SPACES.
           05  CL-LETTER           PIC X.
           05                      PIC X(3)      VALUE SPACES.
           05  CL-CREDITS          PIC 9.
           05                      PIC X(2)      VALUE SPACES.
           05  CL-QUALITY-PTS      PIC Z9.
           05                      PIC X(2)      VALUE SPACES.
           05  CL-REPEAT           PIC X.
      *
       01  TERM-TOTAL-LINE.
           05                      PIC X(12)     VALUE SPACES.
           05                      PIC X(20)
                   VALUE 'TERM CREDITS ATT'.
           05  TTL-ATTEMPTED       PIC ZZ9.
           05                      PIC X(8)      VALUE '  EARNED'.
           05  TTL-EARNED          PIC ZZZ9.
           05                      PIC X(6)      VALUE '  QP '.
           05  TTL-QUALITY-PTS     PIC ZZZ9.
      *
       01  REPEAT-LEGEND-LINE.
           05                      PIC X(8)      VALUE SPACES.
           05  GL-GPA              PIC ZZ9.9.
           05                      PIC X(10)     VALUE '  COURSES '.
           05  GL-COURSES          PIC ZZ9.
           05                      PIC X(10)     VALUE '  4.0 GPA '.
           05  GL-GPA-4            PIC 9.99.
      *
       01  CUM-CREDIT-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(24)
                   VALUE 'CUMULATIVE CREDITS ATT'.
           05  CCL-ATTEMPTED       PIC ZZZ9.
           05                      PIC X(8)      VALUE '  EARNED'.
           05  CCL-EARNED          PIC ZZZ9.
           05                      PIC X(6)      VALUE '  QP '.
           05  CCL-QUALITY-PTS     PIC ZZZZ9.
      *
       01  CONFIDENTIAL-LINE.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(31)
                   VALUE '*** CONFIDENTIAL -- FERPA HOLD '.
           05  CFL-WORD            PIC X(6).
           05  CFL-DATE.
               10  CFL-MONTH       PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  CFL-DAY         PIC XX.
               10  FILLER          PIC X         VALUE '/'.
               10  CFL-YEAR        PIC XXXX.
           05                      PIC X(24)
                   VALUE ' -- DO NOT RELEASE ***'.
      *
       01  NO-MASTER-LINE.
           05                      PIC X(5)      VALUE SPACES.
           PERFORM 15-HOUSEKEEPING

           SORT SORT-FILE
               ON ASCENDING KEY SR-STUDENT-ID
                                SR-TERM
                                SR-COURSE-NUM
                                SR-SECTION

           PERFORM 12-CLAIM-RUN-NUMBER
           PERFORM 17-READ-PARM-CARD
           PERFORM 18-LOAD-CATALOG-TABLE

           OPEN OUTPUT TRANSCRIPT-FILE

           .

      *  AN OPTIONAL SINGLE-STUDENT REQUEST CARD.  BLANK OR 'ALL'
      *  (OR NO CARD AT ALL) MEANS PRINT THE WHOLE FILE.  A
      *  STUDENT NUMBER ON THE CARD WINS OVER THE NAME -- IT IS THE
      *  ONLY WAY TO ASK FOR ONE OF TWO STUDENTS WHO SHARE A NAME.
       17-READ-PARM-CARD.

           OPEN INPUT PARM-FILE
                           SET SINGLE-STUDENT-MODE TO TRUE
                           MOVE PARM-STUDENT-NAME TO WK-WANTED-NAME
                       END-IF
                       IF PARM-STUDENT-ID NOT = SPACES
                           SET SINGLE-STUDENT-MODE TO TRUE
                           SET SELECT-BY-ID TO TRUE
                           MOVE PARM-STUDENT-ID TO WK-WANTED-ID
                       END-IF
                       IF PARM-FULL-SW = 'F' OR PARM-FULL-SW = 'Y'
                           SET FULL-TRANSCRIPT-MODE TO TRUE
                       END-IF
           END-IF
           .

      *  TABLE THE CATALOG TITLES.  THE FILE IS OPTIONAL; WITHOUT
      *  IT THE TITLE COLUMN SIMPLY PRINTS BLANK.  A CATALOG THE
      *  TABLE CANNOT HOLD STOPS THE RUN RATHER THAN PRINT SOME
      *  COURSES UNTITLED.
       18-LOAD-CATALOG-TABLE.

           OPEN INPUT CATALOG-FILE

           IF CATALOG-FILE-STATUS = '00'
               PERFORM UNTIL CATALOG-EOF-FLAG = 'N'
                   READ CATALOG-FILE
                       AT END
                           MOVE 'N' TO CATALOG-EOF-FLAG
                       NOT AT END
                           IF CG-COUNT NOT < CG-MAX-ENTRIES
                               DISPLAY 'LAB5TRANSCRIPT CATALOG TABLE'
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
                           MOVE CA-TITLE TO CG-TITLE (CG-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           .

      *  IN SINGLE-STUDENT MODE ONLY THAT STUDENT'S RECORDS ENTER
      *  THE SORT AT ALL.  ON A FULL TRANSCRIPT THE ARCHIVED TERMS
      *  ARE RELEASED FIRST, SO A LIVE RECORD FOR THE SAME
      *  STUDENT/TERM/COURSE ARRIVES LATER AND STILL GOVERNS.
      *  A STUDENT ASKED FOR BY NUMBER IS READ STRAIGHT FROM THE
      *  KEY; ONE ASKED FOR BY NAME IS LOOKED UP ON THE MASTER
      *  FIRST (TWO STUDENTS MAY SHARE THE NAME) AND EACH NUMBER
      *  FOUND IS READ BY KEY.  ONLY A NAME THE MASTER DOES NOT
      *  CARRY -- OR NO MASTER AT ALL -- FALLS BACK TO READING THE
      *  WHOLE HISTORY.
       20-RELEASE-HISTORY.

           IF FULL-TRANSCRIPT-MODE
           OPEN INPUT HISTORY-FILE

           IF HISTORY-FILE-STATUS = '00'
               IF SINGLE-STUDENT-MODE AND NOT SELECT-BY-ID
                  AND MASTER-AVAILABLE
                   PERFORM 21B-FIND-NAME-ON-MASTER
               END-IF
               EVALUATE TRUE
                   WHEN SELECT-BY-ID
                       MOVE WK-WANTED-ID TO WK-READ-ID
                       PERFORM 21C-READ-ONE-STUDENT
                   WHEN NAME-ON-MASTER
                       CONTINUE
                   WHEN OTHER
                       PERFORM UNTIL HISTORY-EOF-FLAG = 'N'
                           READ HISTORY-FILE NEXT RECORD
                               AT END
                                   MOVE 'N' TO HISTORY-EOF-FLAG
                               NOT AT END
                                   PERFORM 21-RELEASE-IF-WANTED
                           END-READ
                       END-PERFORM
               END-EVALUATE
               CLOSE HISTORY-FILE
           END-IF
           .

       21-RELEASE-IF-WANTED.

           MOVE 'N' TO WK-WANTED-SW
           EVALUATE TRUE
               WHEN NOT SINGLE-STUDENT-MODE
                   SET WANTED-STUDENT TO TRUE
               WHEN SELECT-BY-ID
                   IF HI-STUDENT-ID = WK-WANTED-ID
                       SET WANTED-STUDENT TO TRUE
                   END-IF
               WHEN HI-STUDENT-NAME = WK-WANTED-NAME
                   SET WANTED-STUDENT TO TRUE
           END-EVALUATE
           IF WANTED-STUDENT
               ADD 1 TO WK-SEQ
               MOVE HI-REC-TYPE TO SR-REC-TYPE
               MOVE HI-STUDENT-NAME TO SR-STUDENT-NAME
               MOVE HI-STUDENT-ID TO SR-STUDENT-ID
               MOVE HI-TERM TO SR-TERM
               MOVE HI-COURSE-NUM TO SR-COURSE-NUM
               MOVE HI-SECTION TO SR-SECTION
               MOVE HI-AVG TO SR-AVG
               MOVE HI-LETTER TO SR-LETTER
               MOVE WK-SEQ TO SR-SEQ
               IF HI-CREDITS NUMERIC AND HI-QUALITY-PTS NUMERIC
                   MOVE HI-CREDITS TO SR-CREDITS
                   MOVE HI-QUALITY-PTS TO SR-QUALITY-PTS
               ELSE
                   MOVE 0 TO SR-CREDITS
                   MOVE 0 TO SR-QUALITY-PTS
               END-IF
               RELEASE SORT-REC
           END-IF
           .

      *  ONE PASS OVER THE MASTER -- ONE RECORD PER STUDENT, SO
      *  FAR SHORTER THAN THE HISTORY -- READING THE HISTORY BY
      *  KEY FOR EVERY STUDENT WHO CARRIES THE NAME.
       21B-FIND-NAME-ON-MASTER.

           MOVE LOW-VALUES TO SM-STUDENT-ID
           START STUDENT-MASTER KEY IS NOT < SM-STUDENT-ID
               INVALID KEY
                   MOVE 'N' TO MASTER-EOF-FLAG
           END-START

           PERFORM UNTIL MASTER-EOF-FLAG = 'N'
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'N' TO MASTER-EOF-FLAG
                   NOT AT END
                       IF SM-STUDENT-NAME = WK-WANTED-NAME
                           SET NAME-ON-MASTER TO TRUE
                           MOVE SM-STUDENT-ID TO WK-READ-ID
                           PERFORM 21C-READ-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           .

      *  POSITION ON THE STUDENT'S FIRST KEY AND READ FORWARD
      *  UNTIL THE STUDENT NUMBER CHANGES.
       21C-READ-ONE-STUDENT.

           MOVE LOW-VALUES TO HI-KEY
           MOVE WK-READ-ID TO HI-KEY-STUDENT-ID
           MOVE 'Y' TO HISTORY-EOF-FLAG
           START HISTORY-FILE KEY IS NOT < HI-KEY
               INVALID KEY
                   MOVE 'N' TO HISTORY-EOF-FLAG
           END-START

           PERFORM UNTIL HISTORY-EOF-FLAG = 'N'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO HISTORY-EOF-FLAG
                   NOT AT END
                       IF HI-KEY-STUDENT-ID NOT = WK-READ-ID
                           MOVE 'N' TO HISTORY-EOF-FLAG
                       ELSE
                           PERFORM 21-RELEASE-IF-WANTED
                       END-IF
               END-READ
           END-PERFORM
           .

      *  CLOSED TERMS MOVED OUT BY LAB5HISTARCH COME BACK IN FROM
      *  THE ARCHIVE FOR A FULL TRANSCRIPT.  THE ARCHIVE HOLDS ONLY
      *  GOVERNING RECORDS, BUT THEY RIDE THROUGH THE SAME
                       AT END
                           MOVE 'N' TO ARCHIVE-EOF-FLAG
                       NOT AT END
                           MOVE 'N' TO WK-WANTED-SW
                           EVALUATE TRUE
                               WHEN NOT SINGLE-STUDENT-MODE
                                   SET WANTED-STUDENT TO TRUE
                               WHEN SELECT-BY-ID
                                   IF AR-STUDENT-ID = WK-WANTED-ID
                                       SET WANTED-STUDENT TO TRUE
                                   END-IF
                               WHEN AR-STUDENT-NAME = WK-WANTED-NAME
                                   SET WANTED-STUDENT TO TRUE
                           END-EVALUATE
                           IF WANTED-STUDENT
                               ADD 1 TO WK-SEQ
                               MOVE AR-REC-TYPE TO SR-REC-TYPE
                               MOVE AR-STUDENT-NAME
                                   TO SR-STUDENT-NAME
                               MOVE AR-STUDENT-ID TO SR-STUDENT-ID
                               MOVE AR-TERM TO SR-TERM
                               MOVE AR-COURSE-NUM TO SR-COURSE-NUM
                               MOVE AR-SECTION TO SR-SECTION
                               MOVE AR-AVG TO SR-AVG
                               MOVE AR-LETTER TO SR-LETTER
                               MOVE WK-SEQ TO SR-SEQ
                               IF AR-CREDITS NUMERIC
                                  AND AR-QUALITY-PTS NUMERIC
                                   MOVE AR-CREDITS TO SR-CREDITS
                                   MOVE AR-QUALITY-PTS
                                       TO SR-QUALITY-PTS
                               ELSE
                                   MOVE 0 TO SR-CREDITS
                                   MOVE 0 TO SR-QUALITY-PTS
                               END-IF
                               RELEASE SORT-REC
                           END-IF
                   END-READ
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
                       MOVE SR-AVG TO HD-AVG
                       MOVE SR-LETTER TO HD-LETTER
                       MOVE SR-CREDITS TO HD-CREDITS
                       MOVE SR-QUALITY-PTS TO HD-QUALITY-PTS
                       MOVE 'Y' TO HOLD-ACTIVE-SW
               END-RETURN
           END-PERFORM
       30-EMIT-HELD-RECORD.

           IF HD-REC-TYPE NOT = 'X'
               IF HD-STUDENT-ID NOT = CUR-STUDENT
                   IF STUDENT-ACTIVE
                       PERFORM 31-PRINT-STUDENT
                   END-IF
                   MOVE HD-STUDENT-ID TO CUR-STUDENT
                   MOVE HD-STUDENT-NAME TO CUR-STUDENT-NAME
                   SET STUDENT-ACTIVE TO TRUE
                   MOVE 0 TO SC-COUNT
               END-IF
               MOVE HD-AVG TO SC-AVG (SC-COUNT)
               MOVE HD-LETTER TO SC-LETTER (SC-COUNT)
               MOVE SPACE TO SC-REPEAT-SW (SC-COUNT)
               MOVE HD-CREDITS TO SC-CREDITS (SC-COUNT)
               MOVE HD-QUALITY-PTS TO SC-QUALITY-PTS (SC-COUNT)
           END-IF
           .

      *  THE BUFFERED STUDENT PRINTS AS ONE PIECE: REPEATS MARKED,
      *  HEADER, TERM GROUPS IN THE ORDER THE SORT DELIVERED THEM
      *  EACH CLOSED BY ITS CREDIT TOTALS, THE LEGEND WHEN ANY LINE
      *  CARRIES AN 'R', THEN THE FOOTER.
       31-PRINT-STUDENT.

           PERFORM 31A-MARK-REPEATS
           PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > SC-COUNT
               IF SC-TERM (SC-IDX) NOT = CUR-TERM
                   IF CUR-TERM NOT = HIGH-VALUES
                       PERFORM 31B-PRINT-TERM-TOTAL
                   END-IF
                   MOVE SC-TERM (SC-IDX) TO TL-TERM
                   MOVE TERM-LINE TO TRANSCRIPT-REC
                   MOVE 2 TO PROPER-SPACING
               MOVE SC-AVG (SC-IDX) TO CL-AVERAGE
               MOVE SC-LETTER (SC-IDX) TO CL-LETTER
               MOVE SC-REPEAT-SW (SC-IDX) TO CL-REPEAT
               MOVE SC-CREDITS (SC-IDX) TO CL-CREDITS
               MOVE SC-QUALITY-PTS (SC-IDX) TO CL-QUALITY-PTS
               PERFORM 31C-LOOKUP-TITLE
               MOVE COURSE-LINE TO TRANSCRIPT-REC
               MOVE 1 TO PROPER-SPACING
               PERFORM 40-WRITE-A-LINE

               IF SC-LETTER (SC-IDX) NOT = 'I'
                  AND SC-LETTER (SC-IDX) NOT = 'W'
                   ADD SC-CREDITS (SC-IDX) TO TT-ATTEMPTED
                   ADD SC-QUALITY-PTS (SC-IDX) TO TT-QUALITY-PTS
                   IF SC-LETTER (SC-IDX) NOT = 'F'
                       ADD SC-CREDITS (SC-IDX) TO TT-EARNED
                   END-IF
               END-IF
           END-PERFORM

           IF CUR-TERM NOT = HIGH-VALUES
               PERFORM 31B-PRINT-TERM-TOTAL
           END-IF

           IF REPEAT-SEEN
               MOVE REPEAT-LEGEND-LINE TO TRANSCRIPT-REC
               MOVE 2 TO PROPER-SPACING
           END-PERFORM
           .

       31B-PRINT-TERM-TOTAL.

           MOVE TT-ATTEMPTED TO TTL-ATTEMPTED
           MOVE TT-EARNED TO TTL-EARNED
           MOVE TT-QUALITY-PTS TO TTL-QUALITY-PTS
           MOVE TERM-TOTAL-LINE TO TRANSCRIPT-REC
           MOVE 1 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           MOVE 0 TO TT-ATTEMPTED
           MOVE 0 TO TT-EARNED
           MOVE 0 TO TT-QUALITY-PTS
           .

      *  A COURSE THE CATALOG DOES NOT CARRY (OR NO CATALOG AT
      *  ALL) PRINTS WITH A BLANK TITLE.
       31C-LOOKUP-TITLE.

           MOVE 0 TO CG-HIT-IDX
           PERFORM VARYING CG-IDX FROM 1 BY 1
                   UNTIL CG-IDX > CG-COUNT OR CG-HIT-IDX > 0
               IF CG-COURSE-NUM (CG-IDX) = SC-COURSE-NUM (SC-IDX)
                   MOVE CG-IDX TO CG-HIT-IDX
               END-IF
           END-PERFORM

           IF CG-HIT-IDX > 0
               MOVE CG-TITLE (CG-HIT-IDX) TO CL-TITLE
           ELSE
               MOVE SPACES TO CL-TITLE
           END-IF
           .

       32-STUDENT-HEADER.

           WRITE TRANSCRIPT-REC FROM HEADER-1
               AFTER ADVANCING PAGE
           MOVE 0 TO LINE-COUNT

           MOVE CUR-STUDENT-NAME TO SL-NAME
           MOVE CUR-STUDENT TO SL-STUDENT-ID
           MOVE STUDENT-LINE TO TRANSCRIPT-REC
           MOVE 2 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           PERFORM 32A-CHECK-CONFIDENTIAL
           IF CONFIDENTIAL-STUDENT
               MOVE CONFIDENTIAL-LINE TO TRANSCRIPT-REC
               MOVE 1 TO PROPER-SPACING
               PERFORM 40-WRITE-A-LINE
           END-IF

           MOVE COLUMN-LINE TO TRANSCRIPT-REC
           MOVE 2 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           MOVE HIGH-VALUES TO CUR-TERM
           MOVE 0 TO TT-ATTEMPTED
           MOVE 0 TO TT-EARNED
           MOVE 0 TO TT-QUALITY-PTS
           ADD 1 TO WK-STUDENT-COUNT
           .

      *  A STUDENT UNDER A FERPA DIRECTORY HOLD GETS A BANNER UNDER
      *  THE HEADING.  THE HOLD IS IN FORCE FROM ITS EFFECTIVE DATE
      *  ON, AND A CLEARED ONE UNTIL THE CLEAR'S EFFECTIVE DATE
      *  ARRIVES -- THE SAME RULE THE TERM RUN PUBLISHES BY.
       32A-CHECK-CONFIDENTIAL.

           MOVE 'N' TO CONF-HOLD-SW
           IF MASTER-AVAILABLE
               MOVE CUR-STUDENT TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN SM-CONF-HOLD-SET
                               IF SM-CONF-DATE = SPACES
                                  OR SM-CONF-DATE NOT > CURRENT-DATE
                                   SET CONFIDENTIAL-STUDENT TO TRUE
                                   MOVE 'SINCE' TO CFL-WORD
                               END-IF
                           WHEN SM-CONF-HOLD-CLEARED
                               IF SM-CONF-DATE NOT = SPACES
                                  AND SM-CONF-DATE > CURRENT-DATE
                                   SET CONFIDENTIAL-STUDENT TO TRUE
                                   MOVE 'UNTIL' TO CFL-WORD
                               END-IF
                       END-EVALUATE
               END-READ
           END-IF

           IF CONFIDENTIAL-STUDENT
               IF SM-CONF-DATE = SPACES
                   MOVE SPACES TO CFL-DATE
               ELSE
                   MOVE SM-CONF-DATE TO CONF-DATE-WORK
                   MOVE CW-MONTH TO CFL-MONTH
                   MOVE CW-DAY TO CFL-DAY
                   MOVE CW-YEAR TO CFL-YEAR
               END-IF
           END-IF
           .

      *  A STUDENT WITH MORE GOVERNING RESULTS THAN THE BUFFER
      *  HOLDS WOULD GET A TRANSCRIPT WITH COURSES MISSING -- STOP
      *  HARD AND SAY SO INSTEAD.
           STOP RUN
           .

      *  THE CUMULATIVE GPA AND CREDITS COME FROM STUDENT-MASTER,
      *  WHICH IS THE FILE OF RECORD FOR THEM -- THE TRANSCRIPT
      *  DOES NOT RECOMPUTE.  A MASTER RECORD FROM BEFORE CREDITS
      *  EXISTED SHOWS NO CREDITS.
       34-STUDENT-FOOTER.

           MOVE 'N' TO MASTER-FOUND-SW
           IF MASTER-AVAILABLE
               MOVE CUR-STUDENT TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE NO-MASTER-LINE TO TRANSCRIPT-REC
                   NOT INVALID KEY
                       SET MASTER-FOUND TO TRUE
                       IF SM-CRED-ATTEMPTED NOT NUMERIC
                          OR SM-CRED-EARNED NOT NUMERIC
                          OR SM-QUALITY-PTS NOT NUMERIC
                          OR SM-GPA-4 NOT NUMERIC
                           MOVE 0 TO SM-CRED-ATTEMPTED
                           MOVE 0 TO SM-CRED-EARNED
                           MOVE 0 TO SM-QUALITY-PTS
                           MOVE 0 TO SM-GPA-4
                       END-IF
                       MOVE SM-GPA TO GL-GPA
                       MOVE SM-NUM-COURSES TO GL-COURSES
                       MOVE SM-GPA-4 TO GL-GPA-4
                       MOVE GPA-LINE TO TRANSCRIPT-REC
               END-READ
           ELSE

           MOVE 2 TO PROPER-SPACING
           PERFORM 40-WRITE-A-LINE

           IF MASTER-FOUND
               MOVE SM-CRED-ATTEMPTED TO CCL-ATTEMPTED
               MOVE SM-CRED-EARNED TO CCL-EARNED
               MOVE SM-QUALITY-PTS TO CCL-QUALITY-PTS
               MOVE CUM-CREDIT-LINE TO TRANSCRIPT-REC
               MOVE 1 TO PROPER-SPACING
               PERFORM 40-WRITE-A-LINE
           END-IF
           MOVE 'N' TO STUDENT-ACTIVE-SW
           .

