      *    INPUT:
      *        L5RESTPARM.TXT - SLOT NUMBER 1-5 IN COLUMN 1
      *        L5SMGEN1-5.TXT - THE GENERATION SNAPSHOTS
      *        L5HISTORY.DAT  - KEYED LIVE COURSE-RESULT HISTORY
      *        L5HISTARCH.TXT - ARCHIVED CLOSED-TERM HISTORY
      *        L5RUNLOG.TXT   - PERMANENT RUN LOG
      *******
               ASSIGN TO 'STUDENTMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS SM-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'L5HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               ALTERNATE RECORD KEY IS HI-POST-SEQ
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT ARCHIVE-FILE
           05  PARM-SLOT               PIC 9.
      *
      *  SAME LAYOUT LAB5SMBACK WRITES: 'H' HEADER WITH DATE, RUN
      *  AND PROGRAM, 'D' DETAILS CARRYING THE 68-BYTE MASTER
      *  IMAGE, 'T' TRAILER WITH THE RECORD COUNT.  A GENERATION
      *  TAKEN WHILE THE MASTER WAS 59 BYTES RESTORES WITH THE
      *  FERPA FIELDS BLANK -- NO HOLD.
       FD  GEN1-FILE
           RECORD CONTAINS 72 CHARACTERS.
      *
       01  GEN1-REC                    PIC X(72).
      *
       FD  GEN2-FILE
           RECORD CONTAINS 72 CHARACTERS.
      *
       01  GEN2-REC                    PIC X(72).
      *
       FD  GEN3-FILE
           RECORD CONTAINS 72 CHARACTERS.
      *
       01  GEN3-REC                    PIC X(72).
      *
       FD  GEN4-FILE
           RECORD CONTAINS 72 CHARACTERS.
      *
       01  GEN4-REC                    PIC X(72).
      *
       FD  GEN5-FILE
           RECORD CONTAINS 72 CHARACTERS.
      *
       01  GEN5-REC                    PIC X(72).
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
      *  SAME LAYOUT LAB5SINGLEBREAK WRITES IN 37A-WRITE-HISTORY.
      *  A RECORD FROM BEFORE CREDITS EXISTED PADS BLANK IN THE
      *  CREDITS AND QUALITY POINTS (READ AS ZERO).  THE STUDENT
      *  NUMBER FOLLOWS AND IDENTIFIES THE STUDENT.  THE KEY LEADS
      *  THE RECORD: STUDENT NUMBER, TERM, COURSE, SECTION AND THE
      *  POSTING SEQUENCE, SO IN KEY ORDER EACH CHAIN COMES BACK
      *  IN THE ORDER IT WAS POSTED.
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
           05  HI-STUDENT-NAME         PIC X(20).
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
           05  FILLER                  PIC X.
           05  AR-RUN-NUMBER           PIC 9(6).
           05  AR-SECTION              PIC X(2).
           05  AR-CREDITS              PIC 9.
           05  AR-QUALITY-PTS          PIC 99.
           05  AR-STUDENT-ID           PIC X(9).
      *
      *  THE ARRIVAL SEQUENCE RIDES ALONG AS THE LOW-ORDER SORT
      *  KEY, AND COURSE RUNS ABOVE TERM, EXACTLY AS IN LAB5AUDIT,
      *  SO THE GOVERNING RECORD OF THE LATEST COUNTED ATTEMPT AT
      *  EACH COURSE SURVIVES THE STREAMING BREAKS.  THE STUDENT
      *  NUMBER IS THE MAJOR KEY; THE NAME RIDES ALONG.
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
      *  ONE SUMMARY RECORD PER STUDENT, IN STUDENT-NUMBER ORDER
      *  -- THE RECOMPUTED SIDE OF THE MATCH AGAINST THE MASTER
       FD  RESTWK-FILE
           RECORD CONTAINS 52 CHARACTERS.
      *
       01  RESTWK-REC.
           05  RW-STUDENT-NAME         PIC X(20).
           05  RW-NUM-COURSES          PIC 9(3).
           05  RW-SUM-AVERAGES         PIC 9(6)V9.
           05  RW-CRED-ATTEMPTED       PIC 9(4).
           05  RW-CRED-EARNED          PIC 9(4).
           05  RW-QUALITY-PTS          PIC 9(5).
           05  RW-STUDENT-ID           PIC X(9).
      *
      *  SAME 120-BYTE LINE LAB5RUNCTL APPENDS
       FD  RUN-LOG-FILE
           05  RP-RESULT           PIC X         VALUE '0'.
               88  RUN-REFUSED                   VALUE 'L'.
      *
      *  THE 72-BYTE SNAPSHOT RECORD, PICKED APART THROUGH THIS
      *  WORK COPY -- SAME LAYOUT LAB5SMBACK BUILDS
       01  WK-GEN-REC.
           05  WG-REC-TYPE         PIC X.
           05  WG-BODY             PIC X(71).
      *
       01  WK-GEN-HEADER REDEFINES WK-GEN-REC.
           05  FILLER              PIC X.
           05  WG-RUN-NUMBER       PIC 9(6).
           05  FILLER              PIC X.
           05  WG-PROGRAM          PIC X(15).
           05  FILLER              PIC X(40).
      *
       01  WK-GEN-DETAIL REDEFINES WK-GEN-REC.
           05  FILLER              PIC X.
           05  WG-MASTER-IMAGE     PIC X(68).
           05  WG-IMAGE-BREAKOUT REDEFINES WG-MASTER-IMAGE.
               10  FILLER          PIC X(50).
               10  WG-STUDENT-ID   PIC X(9).
               10  FILLER          PIC X(9).
           05  FILLER              PIC X(3).
      *
       01  WK-GEN-TRAILER REDEFINES WK-GEN-REC.
           05  FILLER              PIC X.
           05  WG-RECORD-COUNT     PIC 9(6).
           05  FILLER              PIC X(65).
      *
       01  WORK-FIELDS.
           05  WK-SLOT             PIC 9         VALUE 0.
           05  WK-SEQ              PIC 9(6)      VALUE 0.
           05  WK-GPA              PIC 999V9     VALUE 0.
           05  WK-GPA-4            PIC 9V99      VALUE 0.
           05  WK-BAK-RUN          PIC 9(6)      VALUE 0.
           05  WK-BAK-DATE         PIC X(8)      VALUE SPACES.
           05  WK-BAK-PROGRAM      PIC X(15)     VALUE SPACES.
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
       01  STUDENT-ACCUM-FIELDS.
           05  SA-STUDENT-ID       PIC X(9)      VALUE HIGH-VALUES.
           05  SA-STUDENT-NAME     PIC X(20)     VALUE SPACES.
           05  SA-NUM-COURSES      PIC 9(3)      VALUE 0.
           05  SA-SUM-AVERAGES     PIC 9(6)V9    VALUE 0.
           05  SA-CRED-ATTEMPTED   PIC 9(4)      VALUE 0.
           05  SA-CRED-EARNED      PIC 9(4)      VALUE 0.
           05  SA-QUALITY-PTS      PIC 9(5)      VALUE 0.
      *
       01  COURSE-ACCUM-FIELDS.
           05  CA-COURSE-NUM       PIC X(5)      VALUE HIGH-VALUES.
           05  CA-FOUND-SW         PIC X         VALUE 'N'.
               88  CA-ATTEMPT-FOUND             VALUE 'Y'.
           05  CA-AVG              PIC 999V9     VALUE 0.
           05  CA-CREDITS          PIC 9         VALUE 0.
           05  CA-EARNED           PIC 9         VALUE 0.
           05  CA-QUALITY-PTS      PIC 99        VALUE 0.
      *
       01  MATCH-FIELDS.
           05  MT-WORK-KEY         PIC X(9)      VALUE HIGH-VALUES.
           05  MT-MASTER-KEY       PIC X(9)      VALUE HIGH-VALUES.
      *
       01  COUNT-FIELDS.
           05  CT-AGREED           PIC S9(5)     VALUE +0.
           PERFORM 20-RELOAD-MASTER

           SORT SORT-FILE
               ON ASCENDING KEY SR-STUDENT-ID
                                SR-COURSE-NUM
                                SR-TERM
                                SR-SECTION
                           MOVE WG-DATE TO WK-BAK-DATE
                           MOVE WG-RUN-NUMBER TO WK-BAK-RUN
                           MOVE WG-PROGRAM TO WK-BAK-PROGRAM
      *  A DETAIL WITH NO STUDENT NUMBER WAS SNAPPED BEFORE THE
      *  NUMBERS WERE ASSIGNED AND CANNOT BE KEYED.  IT IS NOT
      *  LOADED OR COUNTED, SO THE TRAILER PROOF FAILS AND THE
      *  OPERATOR KNOWS THE SLOT IS TOO OLD TO RESTORE FROM.
                       WHEN 'D'
                           IF WG-STUDENT-ID NOT = SPACES
                               ADD 1 TO WK-LOADED-COUNT
                               MOVE WG-MASTER-IMAGE
                                   TO STUDENT-MASTER-REC
                               WRITE STUDENT-MASTER-REC
                           END-IF
                       WHEN 'T'
                           SET TRAILER-SEEN TO TRUE
                           MOVE WG-RECORD-COUNT TO WK-BAK-COUNT
                       NOT AT END
                           ADD 1 TO WK-SEQ
                           MOVE AR-REC-TYPE TO SR-REC-TYPE
                           MOVE AR-STUDENT-NAME TO SR-STUDENT-NAME
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
                               MOVE AR-QUALITY-PTS TO SR-QUALITY-PTS
                           ELSE
                               MOVE 0 TO SR-CREDITS
                               MOVE 0 TO SR-QUALITY-PTS
                           END-IF
                           RELEASE SORT-REC
                   END-READ
               END-PERFORM
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS = '00'
               PERFORM UNTIL HISTORY-EOF-FLAG = 'N'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO HISTORY-EOF-FLAG
                       NOT AT END
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
                           IF HI-CREDITS NUMERIC
                              AND HI-QUALITY-PTS NUMERIC
                               MOVE HI-CREDITS TO SR-CREDITS
                               MOVE HI-QUALITY-PTS TO SR-QUALITY-PTS
                           ELSE
                               MOVE 0 TO SR-CREDITS
                               MOVE 0 TO SR-QUALITY-PTS
                           END-IF
                           RELEASE SORT-REC
                   END-READ
               END-PERFORM
                       END-IF
                   NOT AT END
                       IF HOLD-ACTIVE
                          AND (SR-STUDENT-ID NOT = HD-STUDENT-ID
                           OR SR-TERM NOT = HD-TERM
                           OR SR-COURSE-NUM NOT = HD-COURSE-NUM
                           OR SR-SECTION NOT = HD-SECTION)
                           PERFORM 36-FOLD-HELD-RECORD
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

       36-FOLD-HELD-RECORD.

           IF HD-STUDENT-ID NOT = SA-STUDENT-ID
               PERFORM 37-FOLD-COURSE-ATTEMPT
               IF STUDENT-ACTIVE
                   PERFORM 38-WRITE-STUDENT-SUMMARY
               END-IF
               MOVE HD-STUDENT-ID TO SA-STUDENT-ID
               MOVE HD-STUDENT-NAME TO SA-STUDENT-NAME
               MOVE 0 TO SA-NUM-COURSES
               MOVE 0 TO SA-SUM-AVERAGES
               MOVE 0 TO SA-CRED-ATTEMPTED
               MOVE 0 TO SA-CRED-EARNED
               MOVE 0 TO SA-QUALITY-PTS
               SET STUDENT-ACTIVE TO TRUE
               MOVE HD-COURSE-NUM TO CA-COURSE-NUM
           ELSE
              AND HD-LETTER NOT = 'I'
              AND HD-LETTER NOT = 'W'
               MOVE HD-AVG TO CA-AVG
               MOVE HD-CREDITS TO CA-CREDITS
               MOVE HD-QUALITY-PTS TO CA-QUALITY-PTS
               IF HD-LETTER = 'F'
                   MOVE 0 TO CA-EARNED
               ELSE
                   MOVE HD-CREDITS TO CA-EARNED
               END-IF
               MOVE 'Y' TO CA-FOUND-SW
           END-IF
           .
           IF CA-ATTEMPT-FOUND
               ADD 1 TO SA-NUM-COURSES
               ADD CA-AVG TO SA-SUM-AVERAGES
               ADD CA-CREDITS TO SA-CRED-ATTEMPTED
               ADD CA-EARNED TO SA-CRED-EARNED
               ADD CA-QUALITY-PTS TO SA-QUALITY-PTS
           END-IF
           MOVE 'N' TO CA-FOUND-SW
           .

       38-WRITE-STUDENT-SUMMARY.

           MOVE SA-STUDENT-ID TO RW-STUDENT-ID
           MOVE SA-STUDENT-NAME TO RW-STUDENT-NAME
           MOVE SA-NUM-COURSES TO RW-NUM-COURSES
           MOVE SA-SUM-AVERAGES TO RW-SUM-AVERAGES
           MOVE SA-CRED-ATTEMPTED TO RW-CRED-ATTEMPTED
           MOVE SA-CRED-EARNED TO RW-CRED-EARNED
           MOVE SA-QUALITY-PTS TO RW-QUALITY-PTS
           WRITE RESTWK-REC
           MOVE 'N' TO STUDENT-ACTIVE-SW
           .
                   WHEN MT-WORK-KEY < MT-MASTER-KEY
                       IF RW-NUM-COURSES > 0
                           ADD 1 TO CT-NO-MASTER
                           MOVE RW-STUDENT-NAME TO DF-NAME
                           MOVE 'POSTED AFTER SNAPSHOT'
                               TO DF-NOTE
                           WRITE REPORT-REC FROM DIFF-LINE
                       PERFORM 41-READ-WORK-SIDE
                   WHEN OTHER
                       ADD 1 TO CT-NO-HISTORY
                       MOVE SM-STUDENT-NAME TO DF-NAME
                       MOVE 'NO GOVERNING HISTORY' TO DF-NOTE
                       WRITE REPORT-REC FROM DIFF-LINE
                           AFTER ADVANCING 1
                       MOVE 'Y' TO RESTWK-EOF-FLAG
                       MOVE HIGH-VALUES TO MT-WORK-KEY
                   NOT AT END
                       MOVE RW-STUDENT-ID TO MT-WORK-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUES TO MT-WORK-KEY
                       MOVE 'Y' TO MASTER-EOF-FLAG
                       MOVE HIGH-VALUES TO MT-MASTER-KEY
                   NOT AT END
                       MOVE SM-STUDENT-ID TO MT-MASTER-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUES TO MT-MASTER-KEY
           END-IF
           .

      *  THE CREDIT TOTALS ARE PROVED ALONGSIDE THE COUNTS; A
      *  MASTER RECORD FROM BEFORE CREDITS EXISTED COMPARES AS
      *  CARRYING NO CREDITS, THE SAME AS IN LAB5AUDIT.
       43-COMPARE-STUDENT.

           IF RW-NUM-COURSES = 0
                    GIVING WK-GPA
           END-IF

           IF RW-CRED-ATTEMPTED = 0
               MOVE 0 TO WK-GPA-4
           ELSE
               DIVIDE RW-QUALITY-PTS BY RW-CRED-ATTEMPTED
                    GIVING WK-GPA-4
           END-IF

           IF SM-CRED-ATTEMPTED NOT NUMERIC
              OR SM-CRED-EARNED NOT NUMERIC
              OR SM-QUALITY-PTS NOT NUMERIC
              OR SM-GPA-4 NOT NUMERIC
               MOVE 0 TO SM-CRED-ATTEMPTED
               MOVE 0 TO SM-CRED-EARNED
               MOVE 0 TO SM-QUALITY-PTS
               MOVE 0 TO SM-GPA-4
           END-IF

           IF SM-NUM-COURSES = RW-NUM-COURSES
              AND SM-SUM-AVERAGES = RW-SUM-AVERAGES
              AND SM-GPA = WK-GPA
              AND SM-CRED-ATTEMPTED = RW-CRED-ATTEMPTED
              AND SM-CRED-EARNED = RW-CRED-EARNED
              AND SM-QUALITY-PTS = RW-QUALITY-PTS
              AND SM-GPA-4 = WK-GPA-4
               ADD 1 TO CT-AGREED
           ELSE
               ADD 1 TO CT-DIFFER
               MOVE SM-STUDENT-NAME TO DF-NAME
               MOVE 'DIFFERS FROM HISTORY' TO DF-NOTE
               WRITE REPORT-REC FROM DIFF-LINE
                   AFTER ADVANCING 1
                   OR RL-PROGRAM = 'LAB5LAPSE'
                   OR RL-PROGRAM = 'LAB5SMREST'
                   OR (RL-PROGRAM = 'LAB5AUDIT'
                       AND (RL-STATUS = 'REPAIRED'
                         OR RL-STATUS = 'ONEREPAIR')))
                   ADD 1 TO CT-REPLAY-LINES
                   MOVE WK-LOG-RUN TO RY-RUN
                   MOVE RL-PROGRAM TO RY-PROGRAM
