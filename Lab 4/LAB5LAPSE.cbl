      *        L5PENDING.TXT  - PENDING INCOMPLETES FROM THE TERM
      *                         RUN (REWRITTEN WITH THE ONES STILL
      *                         PENDING AFTER THIS SWEEP)
      *        L5HISTORY.DAT  - KEYED COURSE-RESULT HISTORY (LATEST
      *                         RECORD PER STUDENT/TERM/COURSE/
      *                         SECTION GOVERNS); ONLY THE PENDING
      *                         STUDENTS ARE READ
      *        L5HISTARCH.TXT - ARCHIVED CLOSED-TERM HISTORY, SO AN
      *                         INCOMPLETE WHOSE TERM WAS ARCHIVED
      *                         STILL PROVES ITS GOVERNING STATE
      *        STUDENTMASTER.DAT - CUMULATIVE STUDENT MASTER (I-O)
      *        L5TERMCAL.TXT  - OPTIONAL TERM CALENDAR; AN INCOMPLETE
      *                         IN A CLOSED TERM IS CARRIED, NOT
      *                         LAPSED, UNLESS L5TERMOVRD.TXT
      *                         AUTHORIZES IT (READ THROUGH
      *                         LAB5TERMCHK)
      *******
      *    OUTPUT:
      *        L5HISTORY.DAT  - AN 'A' RECORD, LETTER 'F', ADDED
      *                         PER LAPSED INCOMPLETE
      *        L5LAPSERPT.TXT - DISPOSITION REPORT AND RUN TOTALS
      *        L5LAPSELOG.TXT - AUDIT LINE PER CONVERSION, APPENDED
      *************************
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-FILE
               ASSIGN TO 'L5HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               ALTERNATE RECORD KEY IS HI-POST-SEQ
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO 'STUDENTMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS SM-FILE-STATUS.

           SELECT REPORT-FILE
       DATA DIVISION.
       FILE SECTION.
      *
      *  SAME LAYOUT LAB5SINGLEBREAK WRITES IN 37B-WRITE-PENDING.
      *  THE STUDENT NUMBER AT THE END IS WHAT IDENTIFIES THE
      *  STUDENT; THE NAME IS DESCRIPTIVE ONLY
       FD  PENDING-FILE
           RECORD CONTAINS 64 CHARACTERS.
      *
       01  PENDING-REC.
           05  PD-STUDENT-NAME         PIC X(20).
           05  FILLER                  PIC X.
           05  PD-TERM                 PIC X(4).
           05  FILLER                  PIC X.
           05  PD-DEADLINE             PIC X(8).
           05  FILLER                  PIC X.
           05  PD-RUN-NUMBER           PIC 9(6).
           05  PD-STUDENT-ID           PIC X(9).
      *
      *  STILL-PENDING INCOMPLETES ARE SPOOLED HERE AS THEY ARE
      *  SEEN, THEN COPIED OVER L5PENDING.TXT AT END OF JOB -- THE
      *  SAME WORK-FILE-AND-COPY-BACK PATTERN LAB5REJFIX USES ON
      *  ITS RECYCLE FILE.
       FD  PENDWORK-FILE
           RECORD CONTAINS 64 CHARACTERS.
      *
       01  PENDWORK-REC                PIC X(64).
      *
      *  SAME LAYOUT LAB5SINGLEBREAK WRITES IN 37A-WRITE-HISTORY --
      *  A RECORD FROM BEFORE CREDITS EXISTED PADS BLANK IN THE
      *  CREDITS AND QUALITY POINTS (READ AS ZERO).  THE STUDENT
      *  NUMBER FOLLOWS AND IDENTIFIES THE STUDENT.  THE KEY LEADS
      *  THE RECORD: STUDENT NUMBER, TERM, COURSE, SECTION AND THE
      *  POSTING SEQUENCE (POSTING RUN NUMBER AND COUNT WITHIN THE
      *  RUN).
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
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
               88  LATER-ATTEMPT-COUNTED        VALUE 'Y'.
           05  PRIOR-COUNTED-SW    PIC X         VALUE 'N'.
               88  PRIOR-ATTEMPT-COUNTED        VALUE 'Y'.
           05  STUDENT-READ-SW     PIC X         VALUE 'N'.
               88  STUDENT-ALREADY-READ         VALUE 'Y'.
      *
       01  PENDING-FILE-STATUS     PIC XX        VALUE '00'.
      *
           05  CD-DAY              PIC XX.
      *
      *  PARAMETER BLOCK FOR THE LAB5RUNCTL SERVICE.  THIS RUN
      *  UPDATES STUDENTMASTER.DAT AND L5HISTORY.DAT, SO IT CLAIMS
      *  AS AN UPDATER AND HOLDS THE SERIALIZATION LOCK.
       01  RUN-CTL-PARMS.
           05  RP-FUNCTION         PIC X         VALUE 'C'.
           05  BK-SLOT             PIC 9         VALUE 0.
           05  BK-RESULT           PIC X         VALUE '0'.
      *
      *  PARAMETER BLOCK FOR THE LAB5TERMCHK TERM-CALENDAR SERVICE,
      *  ASKED BEFORE EVERY LAPSE WHETHER THE INCOMPLETE'S TERM IS
      *  CLOSED.
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
      *  THE PENDING INCOMPLETES, TABLED SO ONE PASS OVER THE
      *  ARCHIVE AND A KEYED READ OF EACH STUDENT'S LIVE HISTORY
      *  (ARCHIVE FIRST, SO THE LATEST RECORD WINS) CAN FIND THE
      *  GOVERNING STATE FOR EVERY ONE OF THEM BEFORE ANY MASTER
      *  IS TOUCHED.  A SWEEP THE TABLE
      *  CANNOT HOLD STOPS HARD BEFORE ANY UPDATE -- A PARTIAL
      *  SWEEP WOULD QUIETLY LEAVE SOME INCOMPLETES UNLAPSED.
       01  PENDING-TABLE-AREA.
           05  PN-MAX-ENTRIES      PIC S9(4)     VALUE +500.
           05  PN-COUNT            PIC S9(4)     VALUE +0.
           05  PN-ENTRY OCCURS 500 TIMES.
               10  PN-STUDENT-ID   PIC X(9).
               10  PN-STUDENT-NAME PIC X(20).
               10  PN-TERM         PIC X(4).
               10  PN-COURSE-NUM   PIC X(5).
               10  PN-SECTION      PIC X(2).
               10  PN-FOUND-SW     PIC X.
               10  PN-CUR-TYPE     PIC X.
               10  PN-CUR-LETTER   PIC X.
      *  THE 'I' IS POSTED TO HISTORY UNDER THE COURSE'S CREDITS,
      *  SO THE LAPSED F IS ATTEMPTED UNDER THE SAME CREDITS
               10  PN-CUR-CREDITS  PIC 9.
      *  THE GOVERNING STATE OF EVERY OTHER ATTEMPT AT THE SAME
      *  COURSE, ONE SLOT PER TERM, SO THE LAPSED F POSTS UNDER
      *  THE SAME REPLACEMENT POLICY AS THE TERM RUN: A COUNTED
      *  LATER ATTEMPT GOVERNS AND THE F GOES TO HISTORY ONLY; A
      *  COUNTED EARLIER ATTEMPT IS BACKED OUT WHEN THE F GOVERNS.
      *  THE SLOT KEEPS THE POSTING SEQUENCE OF THE RECORD IN IT
      *  (ZERO FOR THE ARCHIVE), SO ONLY A LATER-POSTED RECORD
      *  OVERWRITES IT.
               10  PN-ATT-COUNT    PIC S9.
               10  PN-ATT OCCURS 6 TIMES.
                   15  PN-ATT-TERM   PIC X(4).
                   15  PN-ATT-POST-SEQ PIC 9(13).
                   15  PN-ATT-TYPE   PIC X.
                   15  PN-ATT-LETTER PIC X.
                   15  PN-ATT-AVG    PIC 999V9.
                   15  PN-ATT-CREDITS PIC 9.
                   15  PN-ATT-QP     PIC 99.
      *
       01  WORK-FIELDS.
           05  PN-IDX              PIC S9(4)     VALUE +0.
           05  PN-READ-IDX         PIC S9(4)     VALUE +0.
           05  PN-PRIOR-IDX        PIC S9(4)     VALUE +0.
           05  WK-POST-ITEM        PIC 9(7)      VALUE 0.
           05  WK-OLD-GPA          PIC 999V9     VALUE 0.
           05  WK-NEW-GPA          PIC 999V9     VALUE 0.
           05  WK-AUDIT-NOTE       PIC X(12)     VALUE SPACES.
      *  FOR THE ENTRY IN HAND
           05  WK-BEST-TERM        PIC X(4)      VALUE LOW-VALUES.
           05  WK-OTHER-AVG        PIC 999V9     VALUE 0.
           05  WK-OTHER-CREDITS    PIC 9         VALUE 0.
           05  WK-OTHER-QP         PIC 99        VALUE 0.
           05  WK-OTHER-EARNED     PIC 9         VALUE 0.
      *
      *  ONE SCANNED HISTORY OR ARCHIVE RECORD, NORMALIZED SO THE
      *  MATCHING IN 23-CLASSIFY-SCAN-REC READS ONE SET OF FIELDS
       01  SCAN-FIELDS.
           05  SC-REC-TYPE         PIC X         VALUE SPACE.
           05  SC-STUDENT-ID       PIC X(9)      VALUE SPACES.
           05  SC-TERM             PIC X(4)      VALUE SPACES.
           05  SC-COURSE-NUM       PIC X(5)      VALUE SPACES.
           05  SC-SECTION          PIC X(2)      VALUE SPACES.
           05  SC-AVG              PIC 999V9     VALUE 0.
           05  SC-LETTER           PIC X         VALUE SPACE.
           05  SC-CREDITS          PIC 9         VALUE 0.
           05  SC-QP               PIC 99        VALUE 0.
           05  SC-POST-SEQ         PIC 9(13)     VALUE 0.
      *
      *  REBUILT 64-BYTE IMAGE FOR THE CARRY-FORWARD SPOOL
       01  WK-PENDING-REC.
           05  WP-STUDENT-NAME     PIC X(20).
           05                      PIC X         VALUE SPACES.
           05  WP-TERM             PIC X(4).
           05                      PIC X         VALUE SPACES.
           05  WP-DEADLINE         PIC X(8).
           05                      PIC X         VALUE SPACES.
           05  WP-RUN-NUMBER       PIC 9(6).
           05  WP-STUDENT-ID       PIC X(9).
      *
       01  COUNT-FIELDS.
           05  CT-PENDING-READ     PIC S9(5)     VALUE +0.
           05  CT-LAPSED           PIC S9(5)     VALUE +0.
           05  CT-CARRIED          PIC S9(5)     VALUE +0.
           05  CT-NO-HISTORY       PIC S9(5)     VALUE +0.
           05  CT-TERM-CLOSED      PIC S9(5)     VALUE +0.
           05  CT-TERM-OVERRIDE    PIC S9(5)     VALUE +0.
      **************************OUTPUT AREA***************************
       01  REPORT-HEADER-1.
           05                      PIC X(6)      VALUE SPACES.
               AFTER ADVANCING 2

           PERFORM 18-LOAD-PENDING-TABLE
           PERFORM 18A-LOAD-TERM-CALENDAR

           PERFORM 16-OPEN-STUDENT-MASTER
           .
           END-IF
           .

       16A-OPEN-HISTORY.

           OPEN I-O HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           .

      *  TABLE THE PENDING FILE.  A SWEEP THE TABLE CANNOT HOLD
      *  STOPS HARD, WITH THE LOCK RELEASED, BEFORE ANY MASTER OR
      *  HISTORY RECORD HAS BEEN TOUCHED.
                       NOT AT END
                           IF PN-COUNT < PN-MAX-ENTRIES
                               ADD 1 TO PN-COUNT
                               MOVE PD-STUDENT-ID
                                   TO PN-STUDENT-ID (PN-COUNT)
                               MOVE PD-STUDENT-NAME
                                   TO PN-STUDENT-NAME (PN-COUNT)
                               MOVE PD-TERM TO PN-TERM (PN-COUNT)
                               MOVE PD-COURSE-NUM
                                   TO PN-COURSE-NUM (PN-COUNT)
                               MOVE SPACE TO PN-CUR-TYPE (PN-COUNT)
                               MOVE SPACE
                                   TO PN-CUR-LETTER (PN-COUNT)
                               MOVE 0 TO PN-CUR-CREDITS (PN-COUNT)
                               MOVE 0 TO PN-ATT-COUNT (PN-COUNT)
                           ELSE
                               PERFORM 19-STOP-TABLE-FULL
           END-IF
           .

      *  TABLE THE TERM CALENDAR AND ANY CLOSED-TERM OVERRIDES
      *  THROUGH THE LAB5TERMCHK SERVICE.  A CALENDAR TOO BIG FOR
      *  ITS TABLES WOULD LET A CLOSED TERM LOOK OPEN -- STOP HARD,
      *  BEFORE ANYTHING HAS BEEN POSTED.
       18A-LOAD-TERM-CALENDAR.

           MOVE 'L' TO TK-FUNCTION
           CALL 'LAB5TERMCHK' USING TERM-CHK-PARMS

           IF TERM-TABLE-FULL
               DISPLAY 'LAB5LAPSE TERM CALENDAR TABLE FULL'
                       ' -- RUN STOPPED, NOTHING POSTED'
               DISPLAY 'RAISE THE LAB5TERMCHK TABLE LIMITS AND'
                       ' RERUN THE SWEEP'
               MOVE 'TBLOVRFL' TO RP-STATUS
               PERFORM 54-FINALIZE-RUN-CONTROL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       19-STOP-TABLE-FULL.

           DISPLAY 'LAB5LAPSE PENDING TABLE FULL AT '
           STOP RUN
           .

      *  ONE PASS OVER THE ARCHIVE AND THEN A KEYED READ OF EACH
      *  PENDING STUDENT'S LIVE HISTORY.  EVERY RECORD THAT MATCHES
      *  A PENDING ENTRY OVERWRITES THAT ENTRY'S HELD STATE, SO
      *  WHEN THE READS END EACH ENTRY
      *  HOLDS THE GOVERNING RESULT FOR ITS STUDENT/TERM/COURSE/
      *  SECTION -- THE SAME TECHNIQUE LAB5AMEND USES.
       20-SCAN-HISTORY.
               CLOSE ARCHIVE-FILE
           END-IF

      *  THE HISTORY STAYS OPEN FOR THE 'A' RECORDS THIS SWEEP
      *  ADDS.  A STUDENT WITH SEVERAL PENDING INCOMPLETES IS
      *  READ ONCE -- EVERY RECORD READ IS MATCHED AGAINST THEM
      *  ALL.
           PERFORM 16A-OPEN-HISTORY

           PERFORM VARYING PN-READ-IDX FROM 1 BY 1
                   UNTIL PN-READ-IDX > PN-COUNT
               PERFORM 20A-CHECK-STUDENT-READ
               IF NOT STUDENT-ALREADY-READ
                   PERFORM 20B-READ-STUDENT-HISTORY
               END-IF
           END-PERFORM
           .

       20A-CHECK-STUDENT-READ.

           MOVE 'N' TO STUDENT-READ-SW
           PERFORM VARYING PN-PRIOR-IDX FROM 1 BY 1
                   UNTIL PN-PRIOR-IDX NOT < PN-READ-IDX
                      OR STUDENT-ALREADY-READ
               IF PN-STUDENT-ID (PN-PRIOR-IDX)
                  = PN-STUDENT-ID (PN-READ-IDX)
                   SET STUDENT-ALREADY-READ TO TRUE
               END-IF
           END-PERFORM
           .

      *  POSITION ON THE STUDENT'S FIRST KEY AND READ FORWARD
      *  UNTIL THE STUDENT NUMBER CHANGES.
       20B-READ-STUDENT-HISTORY.

           MOVE LOW-VALUES TO HI-KEY
           MOVE PN-STUDENT-ID (PN-READ-IDX) TO HI-KEY-STUDENT-ID
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
                       IF HI-KEY-STUDENT-ID
                          NOT = PN-STUDENT-ID (PN-READ-IDX)
                           MOVE 'N' TO HISTORY-EOF-FLAG
                       ELSE
                           PERFORM 22-MATCH-HISTORY-REC
                       END-IF
               END-READ
           END-PERFORM
           .

       21-MATCH-ARCHIVE-REC.

           MOVE AR-REC-TYPE TO SC-REC-TYPE
           MOVE AR-STUDENT-ID TO SC-STUDENT-ID
           MOVE AR-TERM TO SC-TERM
           MOVE AR-COURSE-NUM TO SC-COURSE-NUM
           MOVE AR-SECTION TO SC-SECTION
           MOVE AR-AVG TO SC-AVG
           MOVE AR-LETTER TO SC-LETTER
           MOVE 0 TO SC-POST-SEQ
           IF AR-CREDITS NUMERIC AND AR-QUALITY-PTS NUMERIC
               MOVE AR-CREDITS TO SC-CREDITS
               MOVE AR-QUALITY-PTS TO SC-QP
           ELSE
               MOVE 0 TO SC-CREDITS
               MOVE 0 TO SC-QP
           END-IF
           PERFORM 23-CLASSIFY-SCAN-REC
           .

       22-MATCH-HISTORY-REC.

           MOVE HI-REC-TYPE TO SC-REC-TYPE
           MOVE HI-STUDENT-ID TO SC-STUDENT-ID
           MOVE HI-TERM TO SC-TERM
           MOVE HI-COURSE-NUM TO SC-COURSE-NUM
           MOVE HI-SECTION TO SC-SECTION
           MOVE HI-AVG TO SC-AVG
           MOVE HI-LETTER TO SC-LETTER
           MOVE HI-POST-SEQ TO SC-POST-SEQ
           IF HI-CREDITS NUMERIC AND HI-QUALITY-PTS NUMERIC
               MOVE HI-CREDITS TO SC-CREDITS
               MOVE HI-QUALITY-PTS TO SC-QP
           ELSE
               MOVE 0 TO SC-CREDITS
               MOVE 0 TO SC-QP
           END-IF
           PERFORM 23-CLASSIFY-SCAN-REC
           .


           PERFORM VARYING PN-IDX FROM 1 BY 1
                   UNTIL PN-IDX > PN-COUNT
               IF PN-STUDENT-ID (PN-IDX) = SC-STUDENT-ID
                  AND PN-COURSE-NUM (PN-IDX) = SC-COURSE-NUM
                   EVALUATE TRUE
                       WHEN SC-TERM = PN-TERM (PN-IDX)
                               TO PN-CUR-TYPE (PN-IDX)
                           MOVE SC-LETTER
                               TO PN-CUR-LETTER (PN-IDX)
                           MOVE SC-CREDITS
                               TO PN-CUR-CREDITS (PN-IDX)
                       WHEN SC-TERM NOT = PN-TERM (PN-IDX)
                           PERFORM 24-UPSERT-ATTEMPT-SLOT
                   END-EVALUATE
           .

      *  THE SLOT FOR THE RECORD'S TERM IS OVERWRITTEN IF IT
      *  EXISTS AND THE RECORD WAS POSTED LATER, AND ADDED
      *  OTHERWISE.  RUNNING OUT OF SLOTS WOULD
      *  MAKE AN ATTEMPT INVISIBLE TO THE REPLACEMENT POLICY, SO
      *  THE RUN STOPS HARD INSTEAD -- NOTHING HAS BEEN POSTED
      *  YET.
           END-PERFORM

           IF WK-AHIT-IDX > 0
               IF SC-POST-SEQ
                  NOT < PN-ATT-POST-SEQ (PN-IDX WK-AHIT-IDX)
                   MOVE SC-POST-SEQ
                       TO PN-ATT-POST-SEQ (PN-IDX WK-AHIT-IDX)
                   MOVE SC-REC-TYPE
                       TO PN-ATT-TYPE (PN-IDX WK-AHIT-IDX)
                   MOVE SC-LETTER
                       TO PN-ATT-LETTER (PN-IDX WK-AHIT-IDX)
                   MOVE SC-AVG
                       TO PN-ATT-AVG (PN-IDX WK-AHIT-IDX)
                   MOVE SC-CREDITS
                       TO PN-ATT-CREDITS (PN-IDX WK-AHIT-IDX)
                   MOVE SC-QP
                       TO PN-ATT-QP (PN-IDX WK-AHIT-IDX)
               END-IF
           ELSE
               IF PN-ATT-COUNT (PN-IDX) < PN-ATT-MAX
                   ADD 1 TO PN-ATT-COUNT (PN-IDX)
                   MOVE PN-ATT-COUNT (PN-IDX) TO WK-ADX
                   MOVE SC-TERM
                       TO PN-ATT-TERM (PN-IDX WK-ADX)
                   MOVE SC-POST-SEQ
                       TO PN-ATT-POST-SEQ (PN-IDX WK-ADX)
                   MOVE SC-REC-TYPE
                       TO PN-ATT-TYPE (PN-IDX WK-ADX)
                   MOVE SC-LETTER
                       TO PN-ATT-LETTER (PN-IDX WK-ADX)
                   MOVE SC-AVG
                       TO PN-ATT-AVG (PN-IDX WK-ADX)
                   MOVE SC-CREDITS
                       TO PN-ATT-CREDITS (PN-IDX WK-ADX)
                   MOVE SC-QP
                       TO PN-ATT-QP (PN-IDX WK-ADX)
               ELSE
                   DISPLAY 'LAB5LAPSE ATTEMPT SLOTS FULL AT '
                           PN-ATT-MAX ' FOR '
                           PN-STUDENT-NAME (PN-IDX) ' '
                           PN-COURSE-NUM (PN-IDX)
                           ' -- RUN STOPPED, NOTHING POSTED'
                   DISPLAY 'RAISE PN-ATT-MAX AND THE PN-ATT OCCURS'
           MOVE 'N' TO PRIOR-COUNTED-SW
           MOVE LOW-VALUES TO WK-BEST-TERM
           MOVE 0 TO WK-OTHER-AVG
           MOVE 0 TO WK-OTHER-CREDITS
           MOVE 0 TO WK-OTHER-QP
           MOVE 0 TO WK-OTHER-EARNED

           PERFORM VARYING WK-ADX FROM 1 BY 1
                   UNTIL WK-ADX > PN-ATT-COUNT (PN-IDX)
                       TO WK-BEST-TERM
                   MOVE PN-ATT-AVG (PN-IDX WK-ADX)
                       TO WK-OTHER-AVG
                   MOVE PN-ATT-CREDITS (PN-IDX WK-ADX)
                       TO WK-OTHER-CREDITS
                   MOVE PN-ATT-QP (PN-IDX WK-ADX)
                       TO WK-OTHER-QP
                   IF PN-ATT-LETTER (PN-IDX WK-ADX) = 'F'
                       MOVE 0 TO WK-OTHER-EARNED
                   ELSE
                       MOVE PN-ATT-CREDITS (PN-IDX WK-ADX)
                           TO WK-OTHER-EARNED
                   END-IF
               END-IF
           END-PERFORM

      *  DEADLINE HAS NOT PASSED, OR LAPSED TO F.  AN ENTRY WITH
      *  NO HISTORY AT ALL IS CARRIED AND REPORTED EVERY SWEEP
      *  UNTIL SOMEONE EXPLAINS IT -- IT IS NEVER GUESSED AT.
      *  AN INCOMPLETE DUE TO LAPSE IN A TERM THE CALENDAR SHOWS
      *  CLOSED IS CARRIED INSTEAD, UNTIL THE REGISTRAR FILES AN
      *  OVERRIDE FOR IT.
       31-DISPOSE-ONE-PENDING.

           MOVE PN-STUDENT-NAME (PN-IDX) TO DL-NAME
           MOVE PN-TERM (PN-IDX) TO DL-TERM
           MOVE PN-COURSE-NUM (PN-IDX) TO DL-COURSE-NUM
           MOVE PN-SECTION (PN-IDX) TO DL-SECTION
                   MOVE 'PENDING' TO DL-DISPOSITION
                   PERFORM 34-CARRY-FORWARD
               WHEN OTHER
                   PERFORM 33-CHECK-TERM-CALENDAR
                   IF TERM-IS-CLOSED
                       ADD 1 TO CT-TERM-CLOSED
                       MOVE 'TERM CLOSED' TO DL-DISPOSITION
                       PERFORM 34-CARRY-FORWARD
                   ELSE
                       PERFORM 32-LAPSE-ONE
                   END-IF
           END-EVALUATE

           WRITE REPORT-REC FROM DETAIL-LINE
      *  THE TERM RUN: A COUNTED LATER ATTEMPT GOVERNS THE GPA AND
      *  THE F STAYS OUT OF THE MASTER; A COUNTED EARLIER ATTEMPT
      *  IS BACKED OUT AS THE F REPLACES IT; OTHERWISE THE COURSE
      *  ENTERS THE SUMS FOR THE FIRST TIME.  AN F IS ATTEMPTED
      *  UNDER THE COURSE'S CREDITS BUT EARNS NO CREDITS AND NO
      *  QUALITY POINTS.
       32-LAPSE-ONE.

           ADD 1 TO CT-LAPSED
           PERFORM 25-FIND-OTHER-ATTEMPT

           MOVE 'A' TO HI-REC-TYPE
           MOVE PN-STUDENT-NAME (PN-IDX) TO HI-STUDENT-NAME
           MOVE PN-STUDENT-ID (PN-IDX) TO HI-STUDENT-ID
           MOVE PN-TERM (PN-IDX) TO HI-TERM
           MOVE PN-COURSE-NUM (PN-IDX) TO HI-COURSE-NUM
           MOVE PN-SECTION (PN-IDX) TO HI-SECTION
           MOVE PN-LAPSE-AVG (PN-IDX) TO HI-AVG
           MOVE 'F' TO HI-LETTER
           MOVE PN-CUR-CREDITS (PN-IDX) TO HI-CREDITS
           MOVE 0 TO HI-QUALITY-PTS

           MOVE PN-STUDENT-ID (PN-IDX) TO HI-KEY-STUDENT-ID
           MOVE PN-TERM (PN-IDX) TO HI-KEY-TERM
           MOVE PN-COURSE-NUM (PN-IDX) TO HI-KEY-COURSE-NUM
           MOVE PN-SECTION (PN-IDX) TO HI-KEY-SECTION
           ADD 1 TO WK-POST-ITEM
           MOVE RP-RUN-NUMBER TO HI-POST-RUN
           MOVE WK-POST-ITEM TO HI-POST-ITEM

      *  EVERY RUN NUMBER IS NEW, SO A KEY ALREADY ON FILE MEANS
      *  THE HISTORY IS DAMAGED.  STOP WITHOUT FINALIZING, AS AN
      *  ABEND WOULD, SO THE LOCK STAYS BEHIND AS EVIDENCE.
           WRITE HISTORY-REC
               INVALID KEY
                   DISPLAY 'LAB5LAPSE HISTORY KEY ALREADY ON FILE '
                           HI-KEY
                   DISPLAY 'RELOAD THE HISTORY WITH LAB5HISTLOAD'
                           ' BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE

           IF LATER-ATTEMPT-COUNTED
               MOVE 'LAPSED-HISTONLY' TO DL-DISPOSITION
           ELSE
               MOVE 'LAPSED TO F' TO DL-DISPOSITION
               MOVE 'LAPSED TO F' TO WK-AUDIT-NOTE
               MOVE PN-STUDENT-ID (PN-IDX) TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE 0 TO WK-OLD-GPA
                       MOVE PN-STUDENT-ID (PN-IDX) TO SM-STUDENT-ID
                       MOVE PN-STUDENT-NAME (PN-IDX)
                           TO SM-STUDENT-NAME
                       MOVE 1 TO SM-NUM-COURSES
                       MOVE PN-LAPSE-AVG (PN-IDX)
                           TO SM-SUM-AVERAGES
                       MOVE PN-LAPSE-AVG (PN-IDX) TO SM-GPA
                       MOVE PN-CUR-CREDITS (PN-IDX)
                           TO SM-CRED-ATTEMPTED
                       MOVE 0 TO SM-CRED-EARNED
                       MOVE 0 TO SM-QUALITY-PTS
                       MOVE 0 TO SM-GPA-4
                       MOVE SPACES TO SM-CONF-FIELDS
                       WRITE STUDENT-MASTER-REC
                       MOVE SM-GPA TO WK-NEW-GPA
                   NOT INVALID KEY
                       MOVE SM-GPA TO WK-OLD-GPA
                       IF SM-CRED-ATTEMPTED NOT NUMERIC
                          OR SM-CRED-EARNED NOT NUMERIC
                          OR SM-QUALITY-PTS NOT NUMERIC
                           MOVE 0 TO SM-CRED-ATTEMPTED
                           MOVE 0 TO SM-CRED-EARNED
                           MOVE 0 TO SM-QUALITY-PTS
                       END-IF
                       IF PRIOR-ATTEMPT-COUNTED
                           SUBTRACT WK-OTHER-AVG
                               FROM SM-SUM-AVERAGES
                           SUBTRACT WK-OTHER-CREDITS
                               FROM SM-CRED-ATTEMPTED
                           SUBTRACT WK-OTHER-EARNED
                               FROM SM-CRED-EARNED
                           SUBTRACT WK-OTHER-QP
                               FROM SM-QUALITY-PTS
                       ELSE
                           ADD 1 TO SM-NUM-COURSES
                       END-IF
                               BY SM-NUM-COURSES
                               GIVING SM-GPA
                       END-IF
                       ADD PN-CUR-CREDITS (PN-IDX)
                           TO SM-CRED-ATTEMPTED
                       IF SM-CRED-ATTEMPTED > 0
                           DIVIDE SM-QUALITY-PTS
                               BY SM-CRED-ATTEMPTED
                               GIVING SM-GPA-4
                       ELSE
                           MOVE 0 TO SM-GPA-4
                       END-IF
                       REWRITE STUDENT-MASTER-REC
                       MOVE SM-GPA TO WK-NEW-GPA
               END-READ
           PERFORM 36-WRITE-AUDIT-TRAIL
           .

      *  ASK THE CALENDAR SERVICE ABOUT THE INCOMPLETE'S TERM.  AN
      *  OVERRIDDEN TERM LAPSES AS IF OPEN, BUT IS COUNTED.
       33-CHECK-TERM-CALENDAR.

           MOVE 'C' TO TK-FUNCTION
           MOVE PN-TERM (PN-IDX) TO TK-TERM
           MOVE PN-STUDENT-ID (PN-IDX) TO TK-STUDENT-ID
           MOVE PN-COURSE-NUM (PN-IDX) TO TK-COURSE-NUM
           CALL 'LAB5TERMCHK' USING TERM-CHK-PARMS

           IF TERM-OVERRIDDEN
               ADD 1 TO CT-TERM-OVERRIDE
           END-IF
           .

       34-CARRY-FORWARD.

           MOVE PN-STUDENT-NAME (PN-IDX) TO WP-STUDENT-NAME
           MOVE PN-STUDENT-ID (PN-IDX) TO WP-STUDENT-ID
           MOVE PN-TERM (PN-IDX) TO WP-TERM
           MOVE PN-COURSE-NUM (PN-IDX) TO WP-COURSE-NUM
           MOVE PN-SECTION (PN-IDX) TO WP-SECTION

           MOVE CURRENT-DATE TO AUD-DATE
           MOVE RP-RUN-NUMBER TO AUD-RUN-NUMBER
           MOVE PN-STUDENT-NAME (PN-IDX) TO AUD-NAME
           MOVE PN-COURSE-NUM (PN-IDX) TO AUD-COURSE-NUM
           MOVE PN-SECTION (PN-IDX) TO AUD-SECTION
           MOVE PN-TERM (PN-IDX) TO AUD-TERM
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           IF TERM-CALENDAR-PRESENT
               MOVE 'TERM CLOSED - CARRIED' TO SL-CAPTION
               MOVE CT-TERM-CLOSED TO SL-COUNT
               WRITE REPORT-REC FROM SUMMARY-LINE
                   AFTER ADVANCING 1

               MOVE 'LAPSED ON TERM OVERRIDE' TO SL-CAPTION
               MOVE CT-TERM-OVERRIDE TO SL-COUNT
               WRITE REPORT-REC FROM SUMMARY-LINE
                   AFTER ADVANCING 1
           END-IF

           CLOSE REPORT-FILE

           MOVE 'COMPLETED' TO RP-STATUS
