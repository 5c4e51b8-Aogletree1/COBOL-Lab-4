      *    THE CUMULATIVE GPA A SECOND TIME).  THE OLD COURSE
      *    AVERAGE IS TAKEN FROM THE COURSE-RESULT HISTORY, BACKED
      *    OUT OF SM-SUM-AVERAGES, THE CORRECTED AVERAGE APPLIED,
      *    AND SM-GPA RECOMPUTED.  THE COURSE'S CREDITS AND QUALITY
      *    POINTS ARE BACKED OUT AND REAPPLIED THE SAME WAY, AND
      *    THE CREDIT-WEIGHTED SM-GPA-4 RECOMPUTED WITH THEM.
      *******
      *    INPUT:
      *        L5AMENDTX.TXT  - AMENDMENT TRANSACTIONS: ACTION
      *                         ('C' CHANGE / 'D' DELETE), STUDENT
      *                         NAME, TERM, COURSE, SIX NEW GRADES,
      *                         SECTION, STUDENT NUMBER
      *        L5HISTORY.DAT  - KEYED COURSE-RESULT HISTORY (LATEST
      *                         RECORD PER STUDENT/TERM/COURSE
      *                         GOVERNS); ONLY THE TRANSACTIONS'
      *                         OWN STUDENTS ARE READ
      *        L5POLICY.TXT   - OPTIONAL GRADING-POLICY MASTER, SO A
      *                         CORRECTED AVERAGE IS COMPUTED UNDER
      *                         THE SAME POLICY AS THE TERM RUN
      *        L5PARMS.TXT    - OPTIONAL PARM CARD (NUMBER OF TESTS,
      *                         DROP-LOWEST), AS IN THE TERM RUN
      *        STUDENTMASTER.DAT - CUMULATIVE STUDENT MASTER (I-O)
      *        L5TERMCAL.TXT  - OPTIONAL TERM CALENDAR; NO AMENDMENT
      *                         IS APPLIED TO A CLOSED TERM UNLESS
      *                         L5TERMOVRD.TXT AUTHORIZES IT (READ
      *                         THROUGH LAB5TERMCHK)
      *******
      *    OUTPUT:
      *        L5HISTORY.DAT  - 'A' (AMENDED) OR 'X' (DELETED)
      *                         RECORDS ADDED
      *        L5LMSAMEND.TXT - CORRECTED LMS FEED RECORDS
      *        L5DEANSAMND.TXT - DEAN'S LIST ADDITIONS AND REMOVALS
      *                         CAUSED BY THE AMENDMENTS
      *        L5SUPPAMND.TXT - DEAN'S LIST CHANGES WITHHELD FOR
      *                         STUDENTS UNDER A FERPA HOLD
      *        L5AMENDLOG.TXT - AUDIT LINE PER AMENDMENT WITH BEFORE
      *                         AND AFTER VALUES
      *************************
               FILE STATUS IS AMEND-TX-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'L5HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               ALTERNATE RECORD KEY IS HI-POST-SEQ
               FILE STATUS IS HISTORY-FILE-STATUS.

      *  THE LAB5HISTARCH ARCHIVE, SCANNED AHEAD OF THE LIVE
               ASSIGN TO 'STUDENTMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS SM-FILE-STATUS.

           SELECT LMS-AMEND-FILE
           SELECT DEANS-DELTA-FILE
               ASSIGN TO 'L5DEANSAMND.TXT'.

           SELECT SUPPRESS-FILE
               ASSIGN TO 'L5SUPPAMND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE
               ASSIGN TO 'L5AMENDLOG.TXT'.

      *  THE SECTION IS APPENDED AFTER THE ORIGINAL FIELDS, GROWING
      *  THE CARD -- AN OLD 48-BYTE CARD IS SPACE-PADDED ON READ,
      *  SO ITS SECTION COMES BACK BLANK AND LANDS ON THE
      *  NO-SECTION HISTORY CHAIN.  THE STUDENT NUMBER FOLLOWS IT
      *  AND IS WHAT THE TRANSACTION IS MATCHED ON; THE NAME ONLY
      *  HAS TO AGREE WITH THE MASTER (OR BE LEFT BLANK).
       FD  AMEND-TX-FILE
           RECORD CONTAINS 59 CHARACTERS.
      *
       01  AMEND-TX-REC.
           05  AX-ACTION               PIC X.
           05  AX-GRADE-TABLE.
               10  AX-GRADE            PIC 999 OCCURS 6 TIMES.
           05  AX-SECTION              PIC X(2).
           05  AX-STUDENT-ID           PIC X(9).
      *
      *  SAME LAYOUT LAB5SINGLEBREAK WRITES IN 37A-WRITE-HISTORY --
      *  A RECORD FROM BEFORE SECTIONS EXISTED PADS BLANK THERE,
      *  AND ONE FROM BEFORE CREDITS EXISTED PADS BLANK IN THE
      *  CREDITS AND QUALITY POINTS (READ AS ZERO).  THE KEY LEADS
      *  THE RECORD: STUDENT NUMBER, TERM, COURSE, SECTION AND THE
      *  POSTING SEQUENCE (POSTING RUN NUMBER AND COUNT WITHIN THE
      *  RUN), SO A STUDENT'S RECORDS ARE READ DIRECTLY AND EACH
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
       FD  POLICY-FILE
           RECORD CONTAINS 29 CHARACTERS.
           05  FILLER                  PIC X(3).
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
       FD  LMS-AMEND-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  DEANS-DELTA-REC             PIC X(80).
      *
       FD  SUPPRESS-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  SUPPRESS-REC                PIC X(80).
      *
       FD  AUDIT-FILE
           RECORD CONTAINS 120 CHARACTERS.
      *
       01  AUDIT-REC                   PIC X(120).
      *
      *  THE REGISTRAR'S POSTING FEED -- SAME BATCH FORMAT THE
      *  TERM RUN WRITES: 'H' HEADER, 'D' PER AMENDED GRADE, 'T'
      *  TRAILER WITH COUNT AND HASH TOTAL OF THE AVERAGES.
       FD  REGPOST-FILE
           RECORD CONTAINS 49 CHARACTERS.
      *
       01  REGPOST-REC                 PIC X(49).
      *
       WORKING-STORAGE SECTION.
      *
               88  LATER-ATTEMPT-COUNTED        VALUE 'Y'.
           05  PRIOR-COUNTED-SW    PIC X         VALUE 'N'.
               88  PRIOR-ATTEMPT-COUNTED        VALUE 'Y'.
           05  TX-NAME-SW          PIC X         VALUE 'N'.
               88  TX-NAME-MISMATCH             VALUE 'Y'.
           05  STUDENT-READ-SW     PIC X         VALUE 'N'.
               88  STUDENT-ALREADY-READ         VALUE 'Y'.
           05  CONF-HOLD-SW        PIC X         VALUE 'N'.
               88  CONFIDENTIAL-STUDENT         VALUE 'Y'.
      *
       01  AMEND-TX-FILE-STATUS    PIC XX        VALUE '00'.
      *
           05  CD-DAY              PIC XX.
      *
      *  PARAMETER BLOCK FOR THE LAB5RUNCTL SERVICE.  THIS RUN
      *  UPDATES STUDENTMASTER.DAT AND L5HISTORY.DAT, SO IT CLAIMS
      *  AS AN UPDATER AND HOLDS THE SERIALIZATION LOCK -- AN
      *  AMENDMENT BATCH CAN NO LONGER LAND WHILE THE TERM RUN IS
      *  STILL POSTING THE SAME MASTER.
           05  BK-SLOT             PIC 9         VALUE 0.
           05  BK-RESULT           PIC X         VALUE '0'.
      *
      *  PARAMETER BLOCK FOR THE LAB5TERMCHK TERM-CALENDAR SERVICE,
      *  ASKED BEFORE EVERY AMENDMENT WHETHER ITS TERM IS CLOSED.
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
      *  THE AMENDMENT TRANSACTIONS, TABLED SO ONE PASS OVER THE
      *  ARCHIVE AND ONE KEYED READ OF EACH STUDENT'S HISTORY CAN
      *  FIND THE GOVERNING (LATEST) RESULT FOR EVERY ONE OF THEM
      *  BEFORE ANY MASTER IS TOUCHED.
       01  AMEND-TABLE-AREA.
           05  AT-MAX-ENTRIES      PIC S9(4)     VALUE +1000.
           05  AT-COUNT            PIC S9(4)     VALUE +0.
           05  AT-ENTRY OCCURS 1000 TIMES.
               10  AT-ACTION       PIC X.
               10  AT-STUDENT-ID   PIC X(9).
               10  AT-NAME         PIC X(20).
               10  AT-TERM         PIC X(4).
               10  AT-COURSE-NUM   PIC X(5).
               10  AT-OLD-TYPE     PIC X.
               10  AT-OLD-AVG      PIC 999V9.
               10  AT-OLD-LETTER   PIC X.
      *  THE CREDITS RIDE WITH THE GOVERNING RECORD -- A GRADE
      *  CHANGE CORRECTS THE GRADE, NOT THE COURSE, SO THE AMENDED
      *  RESULT CARRIES THE SAME CREDITS IT WAS POSTED UNDER
               10  AT-OLD-CREDITS  PIC 9.
               10  AT-OLD-QP       PIC 99.
      *  THE GOVERNING STATE OF EVERY OTHER ATTEMPT AT THE SAME
      *  COURSE, ONE SLOT PER TERM -- A SCANNED RECORD FOR A TERM
      *  ALREADY SLOTTED OVERWRITES THE SLOT, SO A GOVERNING 'W',
      *  'I' OR 'X' IN ONE TERM CANNOT HIDE A COUNTED ATTEMPT IN
      *  ANOTHER.  THE LATEST COUNTED ATTEMPT (THE ONE THE MASTER
      *  ACTUALLY HOLDS FOR THE COURSE) IS DERIVED ACROSS THE
      *  SLOTS IN 23-FIND-OTHER-ATTEMPT.  THE SLOT KEEPS THE
      *  POSTING SEQUENCE OF THE RECORD IN IT (ZERO FOR THE
      *  ARCHIVE), SO ONLY A LATER-POSTED RECORD OVERWRITES IT
      *  WHATEVER SECTION THE KEYED READ RETURNS FIRST.
               10  AT-ATT-COUNT    PIC S9.
               10  AT-ATT OCCURS 6 TIMES.
                   15  AT-ATT-TERM   PIC X(4).
                   15  AT-ATT-POST-SEQ PIC 9(13).
                   15  AT-ATT-TYPE   PIC X.
                   15  AT-ATT-LETTER PIC X.
                   15  AT-ATT-AVG    PIC 999V9.
                   15  AT-ATT-CREDITS PIC 9.
                   15  AT-ATT-QP     PIC 99.
      *
       01  POLICY-TABLE-AREA.
           05  PT-MAX-ENTRIES      PIC S9(4)     VALUE +1000.
           05  AT-IDX              PIC S9(4)     VALUE +0.
           05  AT-HIT-IDX          PIC S9(4)     VALUE +0.
           05  WK-TX-IDX           PIC S9(4)     VALUE +0.
           05  WK-PRIOR-TX-IDX     PIC S9(4)     VALUE +0.
           05  WK-POST-ITEM        PIC 9(7)      VALUE 0.
           05  PT-IDX              PIC S9(4)     VALUE +0.
           05  PT-HIT-IDX          PIC S9(4)     VALUE +0.
           05  WK-GRADE-IDX        PIC S9        VALUE +0.
           05  WK-TESTS-TAKEN      PIC S9        VALUE +0.
           05  WK-LOW-GRADE        PIC 999       VALUE 0.
           05  WK-OLD-GPA          PIC 999V9     VALUE 0.
           05  WK-OLD-GPA-4        PIC 9V99      VALUE 0.
           05  WK-OLD-EARNED       PIC 9         VALUE 0.
           05  WK-NEW-POINTS       PIC 9         VALUE 0.
           05  WK-NEW-QP           PIC 99        VALUE 0.
           05  WK-NEW-EARNED       PIC 9         VALUE 0.
           05  LMS-AVG-ED          PIC 999.9.
           05  WK-ADX              PIC S9        VALUE +0.
           05  WK-AHIT-IDX         PIC S9        VALUE +0.
      *  FOR THE TRANSACTION IN HAND
           05  WK-BEST-TERM        PIC X(4)      VALUE LOW-VALUES.
           05  WK-OTHER-AVG        PIC 999V9     VALUE 0.
           05  WK-OTHER-CREDITS    PIC 9         VALUE 0.
           05  WK-OTHER-QP         PIC 99        VALUE 0.
           05  WK-OTHER-EARNED     PIC 9         VALUE 0.
      *
      *  ONE SCANNED HISTORY OR ARCHIVE RECORD, NORMALIZED SO THE
      *  MATCHING IN 22-CLASSIFY-SCAN-REC READS ONE SET OF FIELDS
       01  SCAN-FIELDS.
           05  SC-REC-TYPE         PIC X         VALUE SPACE.
           05  SC-STUDENT-ID       PIC X(9)      VALUE SPACES.
           05  SC-STUDENT-NAME     PIC X(20)     VALUE SPACES.
           05  SC-TERM             PIC X(4)      VALUE SPACES.
           05  SC-COURSE-NUM       PIC X(5)      VALUE SPACES.
           05  SC-SECTION          PIC X(2)      VALUE SPACES.
           05  SC-AVG              PIC 999V9     VALUE 0.
           05  SC-LETTER           PIC X         VALUE SPACE.
           05  SC-CREDITS          PIC 9         VALUE 0.
           05  SC-QP               PIC 99        VALUE 0.
           05  SC-POST-SEQ         PIC 9(13)     VALUE 0.
      *
       01  CONSTANT-FIELDS.
           05  CF-NUM-TESTS        PIC S9        VALUE +4.
           05  CT-AMENDMENTS       PIC S9(5)     VALUE +0.
           05  CT-APPLIED          PIC S9(5)     VALUE +0.
           05  CT-SKIPPED          PIC S9(5)     VALUE +0.
           05  CT-TERM-CLOSED      PIC S9(5)     VALUE +0.
           05  CT-TERM-OVERRIDE    PIC S9(5)     VALUE +0.
           05  CT-FEED             PIC S9(5)     VALUE +0.
           05  CT-FEED-HASH        PIC S9(9)V9   VALUE +0.
           05  CT-SUPPRESSED       PIC S9(5)     VALUE +0.
      *
      *  BUILD AREAS FOR THE REGISTRAR POSTING FEED
       01  REGPOST-HEADER-BUILD.
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
      **************************OUTPUT AREA***************************
       01  DEANS-DELTA-LINE.
           05  DD-ACTION           PIC X(7).
           05  DD-NAME             PIC X(20).
           05                      PIC X(3)      VALUE SPACES.
           05  DD-AVERAGE          PIC ZZ9.9.
           05                      PIC X(3)      VALUE SPACES.
           05  DD-STUDENT-ID       PIC X(9).
      *
       01  SUPPRESS-LINE.
           05  SA-ACTION           PIC X(7).
           05                      PIC X         VALUE SPACES.
           05  SA-COURSE-NUM       PIC X(5).
           05                      PIC X(3)      VALUE SPACES.
           05  SA-NAME             PIC X(20).
           05                      PIC X(3)      VALUE SPACES.
           05  SA-AVERAGE          PIC ZZ9.9.
           05                      PIC X(3)      VALUE SPACES.
           05  SA-STUDENT-ID       PIC X(9).
           05                      PIC X(2)      VALUE SPACES.
           05                      PIC X(12)     VALUE 'DEANS DELTA'.
           05                      PIC X(2)      VALUE SPACES.
           05  SA-HOLD-DATE        PIC X(8).
      *
       01  AUDIT-LINE.
           05  AU-ACTION           PIC X.
           05  AU-NEW-GPA          PIC ZZ9.9.
           05                      PIC X         VALUE SPACES.
           05  AU-NOTE             PIC X(12).
           05                      PIC X(6)      VALUE ' GPA4 '.
           05  AU-OLD-GPA-4        PIC 9.99.
           05                      PIC X(2)      VALUE '->'.
           05  AU-NEW-GPA-4        PIC 9.99.
           05                      PIC X         VALUE SPACES.
           05  AU-STUDENT-ID       PIC X(9).
      *
       PROCEDURE DIVISION.
      *
           PERFORM 12A-BACKUP-MASTER
           PERFORM 17-READ-PARM-CARD
           PERFORM 18-LOAD-POLICY-TABLE
           PERFORM 18A-LOAD-TERM-CALENDAR

      *  THE TRANSACTIONS ARE TABLED BEFORE ANY OUTPUT OPENS, SO
      *  AN OVERFLOW STOPS THE RUN HARD WITH NOTHING WRITTEN --

           OPEN OUTPUT LMS-AMEND-FILE
           OPEN OUTPUT DEANS-DELTA-FILE
           OPEN OUTPUT SUPPRESS-FILE
           OPEN OUTPUT AUDIT-FILE

      *  THE POSTING FEED ACCUMULATES BATCHES UNTIL LAB5REGMATCH
           PERFORM 16-OPEN-STUDENT-MASTER
           .

      *  THE FIRST AMENDMENT EVER POSTED FINDS NO HISTORY AND
      *  CREATES IT, THE SAME WAY THE MASTER IS CREATED.
       16A-OPEN-HISTORY.

           OPEN I-O HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           .

      *  CLAIM THE RUN NUMBER AND THE MASTER-FILE SERIALIZATION
      *  LOCK THROUGH THE LAB5RUNCTL SERVICE.  A CLAIM REFUSED
      *  BECAUSE ANOTHER UPDATING RUN IS STILL IN FLIGHT STOPS THE
           END-IF
           .

      *  TABLE THE TERM CALENDAR AND ANY CLOSED-TERM OVERRIDES
      *  THROUGH THE LAB5TERMCHK SERVICE.  A CALENDAR TOO BIG FOR
      *  ITS TABLES WOULD LET A CLOSED TERM LOOK OPEN -- STOP HARD,
      *  BEFORE ANY AMENDMENT HAS BEEN APPLIED.
       18A-LOAD-TERM-CALENDAR.

           MOVE 'L' TO TK-FUNCTION
           CALL 'LAB5TERMCHK' USING TERM-CHK-PARMS

           IF TERM-TABLE-FULL
               DISPLAY 'LAB5AMEND TERM CALENDAR TABLE FULL'
                       ' -- RUN STOPPED'
               DISPLAY 'RAISE THE LAB5TERMCHK TABLE LIMITS AND'
                       ' RERUN THE JOB'
               MOVE 'F' TO RP-FUNCTION
               MOVE 'TBLOVRFL' TO RP-STATUS
               CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       19-LOAD-AMEND-TABLE.

           OPEN INPUT AMEND-TX-FILE
                           IF AT-COUNT < AT-MAX-ENTRIES
                               ADD 1 TO AT-COUNT
                               MOVE AX-ACTION TO AT-ACTION (AT-COUNT)
                               MOVE AX-STUDENT-ID
                                   TO AT-STUDENT-ID (AT-COUNT)
                               MOVE AX-NAME TO AT-NAME (AT-COUNT)
                               MOVE AX-TERM TO AT-TERM (AT-COUNT)
                               MOVE AX-COURSE-NUM
                               MOVE SPACE TO AT-OLD-TYPE (AT-COUNT)
                               MOVE 0 TO AT-OLD-AVG (AT-COUNT)
                               MOVE SPACE TO AT-OLD-LETTER (AT-COUNT)
                               MOVE 0 TO AT-OLD-CREDITS (AT-COUNT)
                               MOVE 0 TO AT-OLD-QP (AT-COUNT)
                               MOVE 0 TO AT-ATT-COUNT (AT-COUNT)
                           ELSE
      *  A TRANSACTION PAST THE TABLE LIMIT IS A GRADE CORRECTION
           END-IF
           .

      *  ONE PASS OVER THE ARCHIVE, THEN A KEYED READ OF EACH
      *  TRANSACTION'S STUDENT ON THE LIVE HISTORY.  EVERY RECORD
      *  THAT MATCHES A TRANSACTION OVERWRITES THAT TRANSACTION'S
      *  HELD 'OLD' VALUES, SO WHEN THE READS END EACH TRANSACTION
      *  HOLDS THE LATEST -- GOVERNING -- RESULT FOR ITS
      *  STUDENT/TERM/COURSE.
       20-SCAN-HISTORY.

           OPEN INPUT ARCHIVE-FILE
               CLOSE ARCHIVE-FILE
           END-IF

      *  THE HISTORY STAYS OPEN FOR THE AMENDED RECORDS THIS RUN
      *  ADDS.  A STUDENT NAMED BY SEVERAL TRANSACTIONS IS READ
      *  ONCE -- EVERY RECORD READ IS MATCHED AGAINST THEM ALL.
           PERFORM 16A-OPEN-HISTORY

           PERFORM VARYING WK-TX-IDX FROM 1 BY 1
                   UNTIL WK-TX-IDX > AT-COUNT
               PERFORM 20A-CHECK-STUDENT-READ
               IF NOT STUDENT-ALREADY-READ
                   PERFORM 20B-READ-STUDENT-HISTORY
               END-IF
           END-PERFORM
           .

       20A-CHECK-STUDENT-READ.

           MOVE 'N' TO STUDENT-READ-SW
           PERFORM VARYING WK-PRIOR-TX-IDX FROM 1 BY 1
                   UNTIL WK-PRIOR-TX-IDX NOT < WK-TX-IDX
                      OR STUDENT-ALREADY-READ
               IF AT-STUDENT-ID (WK-PRIOR-TX-IDX)
                  = AT-STUDENT-ID (WK-TX-IDX)
                   SET STUDENT-ALREADY-READ TO TRUE
               END-IF
           END-PERFORM
           .

      *  POSITION ON THE STUDENT'S FIRST KEY AND READ FORWARD
      *  UNTIL THE STUDENT NUMBER CHANGES.
       20B-READ-STUDENT-HISTORY.

           MOVE LOW-VALUES TO HI-KEY
           MOVE AT-STUDENT-ID (WK-TX-IDX) TO HI-KEY-STUDENT-ID
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
                          NOT = AT-STUDENT-ID (WK-TX-IDX)
                           MOVE 'N' TO HISTORY-EOF-FLAG
                       ELSE
                           PERFORM 21-MATCH-HISTORY-REC
                       END-IF
               END-READ
           END-PERFORM
           .

       21-MATCH-HISTORY-REC.

           MOVE HI-REC-TYPE TO SC-REC-TYPE
           MOVE HI-STUDENT-ID TO SC-STUDENT-ID
           MOVE HI-STUDENT-NAME TO SC-STUDENT-NAME
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
           PERFORM 22-CLASSIFY-SCAN-REC
           .

       21A-MATCH-ARCHIVE-REC.

           MOVE AR-REC-TYPE TO SC-REC-TYPE
           MOVE AR-STUDENT-ID TO SC-STUDENT-ID
           MOVE AR-STUDENT-NAME TO SC-STUDENT-NAME
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
           PERFORM 22-CLASSIFY-SCAN-REC
           .

      *  A SCANNED RECORD CAN SPEAK TO A TRANSACTION TWO WAYS:
      *  SAME TERM AND SECTION -- THE RESULT BEING AMENDED; ANY
      *  OTHER TERM -- AN ATTEMPT SLOT.  LATER-POSTED RECORDS
      *  OVERWRITE THEIR TERM'S SLOT, SO EVERY SLOT ENDS UP
      *  HOLDING ITS TERM'S GOVERNING RESULT AND AN UNCOUNTED
      *  RECORD IN ONE TERM CANNOT HIDE A COUNTED ATTEMPT IN
      *  ANOTHER.  THE STUDENT NUMBER DOES THE MATCHING; A
      *  TRANSACTION KEYED WITHOUT A NAME TAKES ITS NAME FROM THE
      *  RESULT IT AMENDS.
       22-CLASSIFY-SCAN-REC.

           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > AT-COUNT
               IF AT-STUDENT-ID (AT-IDX) = SC-STUDENT-ID
                  AND AT-COURSE-NUM (AT-IDX) = SC-COURSE-NUM
                   EVALUATE TRUE
                       WHEN SC-TERM = AT-TERM (AT-IDX)
                        AND SC-SECTION = AT-SECTION (AT-IDX)
                           MOVE 'Y' TO AT-OLD-FOUND-SW (AT-IDX)
                           IF AT-NAME (AT-IDX) = SPACES
                               MOVE SC-STUDENT-NAME TO AT-NAME (AT-IDX)
                           END-IF
                           MOVE SC-REC-TYPE TO AT-OLD-TYPE (AT-IDX)
                           MOVE SC-AVG TO AT-OLD-AVG (AT-IDX)
                           MOVE SC-LETTER TO AT-OLD-LETTER (AT-IDX)
                           MOVE SC-CREDITS TO AT-OLD-CREDITS (AT-IDX)
                           MOVE SC-QP TO AT-OLD-QP (AT-IDX)
                       WHEN SC-TERM NOT = AT-TERM (AT-IDX)
                           MOVE AT-IDX TO WK-SLOT-TX
                           PERFORM 24-UPSERT-ATTEMPT-SLOT
           MOVE 'N' TO PRIOR-COUNTED-SW
           MOVE LOW-VALUES TO WK-BEST-TERM
           MOVE 0 TO WK-OTHER-AVG
           MOVE 0 TO WK-OTHER-CREDITS
           MOVE 0 TO WK-OTHER-QP
           MOVE 0 TO WK-OTHER-EARNED

           PERFORM VARYING WK-ADX FROM 1 BY 1
                   UNTIL WK-ADX > AT-ATT-COUNT (AT-IDX)
                       TO WK-BEST-TERM
                   MOVE AT-ATT-AVG (AT-IDX WK-ADX)
                       TO WK-OTHER-AVG
                   MOVE AT-ATT-CREDITS (AT-IDX WK-ADX)
                       TO WK-OTHER-CREDITS
                   MOVE AT-ATT-QP (AT-IDX WK-ADX)
                       TO WK-OTHER-QP
                   IF AT-ATT-LETTER (AT-IDX WK-ADX) = 'F'
                       MOVE 0 TO WK-OTHER-EARNED
                   ELSE
                       MOVE AT-ATT-CREDITS (AT-IDX WK-ADX)
                           TO WK-OTHER-EARNED
                   END-IF
               END-IF
           END-PERFORM

           END-PERFORM

           IF WK-AHIT-IDX > 0
               IF SC-POST-SEQ
                  NOT < AT-ATT-POST-SEQ (WK-SLOT-TX WK-AHIT-IDX)
                   MOVE SC-POST-SEQ
                       TO AT-ATT-POST-SEQ (WK-SLOT-TX WK-AHIT-IDX)
                   MOVE SC-REC-TYPE
                       TO AT-ATT-TYPE (WK-SLOT-TX WK-AHIT-IDX)
                   MOVE SC-LETTER
                       TO AT-ATT-LETTER (WK-SLOT-TX WK-AHIT-IDX)
                   MOVE SC-AVG
                       TO AT-ATT-AVG (WK-SLOT-TX WK-AHIT-IDX)
                   MOVE SC-CREDITS
                       TO AT-ATT-CREDITS (WK-SLOT-TX WK-AHIT-IDX)
                   MOVE SC-QP
                       TO AT-ATT-QP (WK-SLOT-TX WK-AHIT-IDX)
               END-IF
           ELSE
               IF AT-ATT-COUNT (WK-SLOT-TX) < AT-ATT-MAX
                   ADD 1 TO AT-ATT-COUNT (WK-SLOT-TX)
                   MOVE AT-ATT-COUNT (WK-SLOT-TX) TO WK-ADX
                   MOVE SC-TERM
                       TO AT-ATT-TERM (WK-SLOT-TX WK-ADX)
                   MOVE SC-POST-SEQ
                       TO AT-ATT-POST-SEQ (WK-SLOT-TX WK-ADX)
                   MOVE SC-REC-TYPE
                       TO AT-ATT-TYPE (WK-SLOT-TX WK-ADX)
                   MOVE SC-LETTER
                       TO AT-ATT-LETTER (WK-SLOT-TX WK-ADX)
                   MOVE SC-AVG
                       TO AT-ATT-AVG (WK-SLOT-TX WK-ADX)
                   MOVE SC-CREDITS
                       TO AT-ATT-CREDITS (WK-SLOT-TX WK-ADX)
                   MOVE SC-QP
                       TO AT-ATT-QP (WK-SLOT-TX WK-ADX)
               ELSE
                   DISPLAY 'LAB5AMEND ATTEMPT SLOTS FULL AT '
                           AT-ATT-MAX ' FOR '
      *  BE A GOVERNING HISTORY RESULT TO BACK OUT (NEVER GRADED,
      *  OR ALREADY DELETED, CANNOT BE).  ANYTHING ELSE IS
      *  REPORTED RATHER THAN GUESSED AT.
      *
      *  FIRST OF ALL, NOTHING IS AMENDED IN A TERM THE CALENDAR
      *  SHOWS CLOSED UNLESS THE REGISTRAR HAS AN OVERRIDE ON FILE
      *  FOR IT -- THE TERM'S GRADES HAVE BEEN SIGNED OFF.
       31-APPLY-ONE-AMENDMENT.

           PERFORM 31B-CHECK-TERM-CALENDAR

           IF TERM-IS-CLOSED
               PERFORM 49A-AUDIT-SKIP-TERM-CLOSED
           ELSE
               PERFORM 31C-EDIT-AND-APPLY
           END-IF
           .

       31C-EDIT-AND-APPLY.

           IF AT-ACTION (AT-IDX) NOT = 'C'
              AND AT-ACTION (AT-IDX) NOT = 'D'
               PERFORM 45-AUDIT-SKIP-BAD-ACTION
                           IF AT-OLD-TYPE (AT-IDX) = 'X'
                               PERFORM 40-AUDIT-SKIP-NO-HISTORY
                           ELSE
                               PERFORM 31A-CHECK-MASTER-NAME
                               IF TX-NAME-MISMATCH
                                   PERFORM 49-AUDIT-SKIP-NAME-MISMATCH
                               ELSE
                                   PERFORM 32-COMPUTE-NEW-RESULT
      *  UNDER THE REPLACEMENT POLICY A COUNTED LATER ATTEMPT
      *  GOVERNS THE GPA, SO AN AMENDMENT TO THIS SUPERSEDED
      *  ATTEMPT CORRECTS THE RECORD AND THE LMS BUT MUST NOT
      *  TOUCH A MASTER THE ATTEMPT IS NOT PART OF.
                                   PERFORM 23-FIND-OTHER-ATTEMPT
                                   IF LATER-ATTEMPT-COUNTED
                                       PERFORM 34-APPLY-HISTORY-ONLY
                                   ELSE
                                       PERFORM 33-UPDATE-STUDENT-MASTER
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
           END-IF
           .

      *  ASK THE CALENDAR SERVICE ABOUT THIS TRANSACTION'S TERM.
      *  AN OVERRIDDEN TERM PROCEEDS AS IF OPEN, BUT IS COUNTED SO
      *  THE OPERATOR SEES HOW MANY LATE CHANGES WENT THROUGH.
       31B-CHECK-TERM-CALENDAR.

           MOVE 'C' TO TK-FUNCTION
           MOVE AT-TERM (AT-IDX) TO TK-TERM
           MOVE AT-STUDENT-ID (AT-IDX) TO TK-STUDENT-ID
           MOVE AT-COURSE-NUM (AT-IDX) TO TK-COURSE-NUM
           CALL 'LAB5TERMCHK' USING TERM-CHK-PARMS

           IF TERM-OVERRIDDEN
               ADD 1 TO CT-TERM-OVERRIDE
           END-IF
           .

      *  THE STUDENT NUMBER FINDS THE MASTER, BUT A NUMBER KEYED
      *  AGAINST THE WRONG NAME WOULD AMEND ANOTHER STUDENT'S GRADE.
      *  A NAMED TRANSACTION MUST AGREE WITH THE MASTER; AN UNNAMED
      *  ONE TAKES THE MASTER'S NAME FOR ITS AUDIT AND FEED LINES.
       31A-CHECK-MASTER-NAME.

           MOVE 'N' TO TX-NAME-SW
           MOVE AT-STUDENT-ID (AT-IDX) TO SM-STUDENT-ID

           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AT-NAME (AT-IDX) = SPACES
                       MOVE SM-STUDENT-NAME TO AT-NAME (AT-IDX)
                   ELSE
                       IF AT-NAME (AT-IDX) NOT = SM-STUDENT-NAME
                           SET TX-NAME-MISMATCH TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

      *  RECOMPUTE THE COURSE AVERAGE FROM THE CORRECTED GRADES
      *  UNDER THE SAME GRADING POLICY THE TERM RUN WOULD USE.
      *  A DELETE CARRIES NO NEW GRADES; ITS NEW VALUES STAY ZERO.

               PERFORM 35-EVALUATE-GRADE
           END-IF

           PERFORM 35A-SET-QUALITY-POINTS
           .

      *  BACK THE OLD COURSE AVERAGE OUT OF THE CUMULATIVE SUMS,
      *  DELETE), RECOMPUTE SM-GPA, AND TRAIL EVERYTHING.
       33-UPDATE-STUDENT-MASTER.

           MOVE AT-STUDENT-ID (AT-IDX) TO SM-STUDENT-ID

           READ STUDENT-MASTER
               INVALID KEY
                      AND (AT-OLD-LETTER (AT-IDX) = 'I'
                       OR AT-OLD-LETTER (AT-IDX) = 'W')
                       MOVE 0 TO WK-OLD-GPA
                       MOVE AT-STUDENT-ID (AT-IDX) TO SM-STUDENT-ID
                       MOVE AT-NAME (AT-IDX) TO SM-STUDENT-NAME
                       MOVE 1 TO SM-NUM-COURSES
                       MOVE WK-NEW-AVG TO SM-SUM-AVERAGES
                       MOVE WK-NEW-AVG TO SM-GPA
                       MOVE 0 TO WK-OLD-GPA-4
                       MOVE AT-OLD-CREDITS (AT-IDX)
                           TO SM-CRED-ATTEMPTED
                       MOVE WK-NEW-EARNED TO SM-CRED-EARNED
                       MOVE WK-NEW-QP TO SM-QUALITY-PTS
                       PERFORM 33C-COMPUTE-GPA-4
                       MOVE SPACES TO SM-CONF-FIELDS
                       WRITE STUDENT-MASTER-REC
                       ADD 1 TO CT-APPLIED
                       PERFORM 36-DEANS-DELTA-CHECK
                   END-IF
               NOT INVALID KEY
                   MOVE SM-GPA TO WK-OLD-GPA
                   IF SM-CRED-ATTEMPTED NOT NUMERIC
                      OR SM-CRED-EARNED NOT NUMERIC
                      OR SM-QUALITY-PTS NOT NUMERIC
                       MOVE 0 TO SM-CRED-ATTEMPTED
                       MOVE 0 TO SM-CRED-EARNED
                       MOVE 0 TO SM-QUALITY-PTS
                       MOVE 0 TO SM-GPA-4
                   END-IF
                   MOVE SM-GPA-4 TO WK-OLD-GPA-4
      *  A HELD-OUT 'I' OR 'W' NEVER ENTERED THE CUMULATIVE SUMS:
      *  THERE IS NOTHING OF ITS OWN TO BACK OUT.  A CHANGE BRINGS
      *  THE COURSE INTO THE GPA -- AND IF A COUNTED EARLIER
                           IF PRIOR-ATTEMPT-COUNTED
                               SUBTRACT WK-OTHER-AVG
                                   FROM SM-SUM-AVERAGES
                               PERFORM 33A-BACK-OUT-OTHER-CREDITS
                           ELSE
                               ADD 1 TO SM-NUM-COURSES
                           END-IF
                           ADD WK-NEW-AVG TO SM-SUM-AVERAGES
                           PERFORM 33B-APPLY-NEW-CREDITS
                       END-IF
                   ELSE
                       SUBTRACT AT-OLD-AVG (AT-IDX)
                           FROM SM-SUM-AVERAGES
                       SUBTRACT AT-OLD-CREDITS (AT-IDX)
                           FROM SM-CRED-ATTEMPTED
                       SUBTRACT WK-OLD-EARNED FROM SM-CRED-EARNED
                       SUBTRACT AT-OLD-QP (AT-IDX)
                           FROM SM-QUALITY-PTS

                       IF AT-ACTION (AT-IDX) = 'D'
      *  DELETING THE GOVERNING ATTEMPT REINSTATES THE LATEST
                           IF PRIOR-ATTEMPT-COUNTED
                               ADD WK-OTHER-AVG
                                   TO SM-SUM-AVERAGES
                               ADD WK-OTHER-CREDITS
                                   TO SM-CRED-ATTEMPTED
                               ADD WK-OTHER-EARNED TO SM-CRED-EARNED
                               ADD WK-OTHER-QP TO SM-QUALITY-PTS
                           ELSE
                               SUBTRACT 1 FROM SM-NUM-COURSES
                           END-IF
                       ELSE
                           ADD WK-NEW-AVG TO SM-SUM-AVERAGES
                           PERFORM 33B-APPLY-NEW-CREDITS
                       END-IF
                   END-IF

                       DIVIDE SM-SUM-AVERAGES BY SM-NUM-COURSES
                            GIVING SM-GPA
                   END-IF
                   PERFORM 33C-COMPUTE-GPA-4

                   REWRITE STUDENT-MASTER-REC

           END-READ
           .

      *  THE REPLACED EARLIER ATTEMPT'S CREDITS AND QUALITY POINTS
      *  COME OUT WITH ITS AVERAGE WHEN A RESOLVED INCOMPLETE OR
      *  WITHDRAWAL TAKES ITS PLACE.
       33A-BACK-OUT-OTHER-CREDITS.

           SUBTRACT WK-OTHER-CREDITS FROM SM-CRED-ATTEMPTED
           SUBTRACT WK-OTHER-EARNED FROM SM-CRED-EARNED
           SUBTRACT WK-OTHER-QP FROM SM-QUALITY-PTS
           .

      *  THE CORRECTED GRADE IS ATTEMPTED UNDER THE COURSE'S
      *  CREDITS -- A CHANGE ALWAYS CARRIES A LETTER 'A' THRU 'F'.
       33B-APPLY-NEW-CREDITS.

           ADD AT-OLD-CREDITS (AT-IDX) TO SM-CRED-ATTEMPTED
           ADD WK-NEW-EARNED TO SM-CRED-EARNED
           ADD WK-NEW-QP TO SM-QUALITY-PTS
           .

      *  SAME TRUNCATED QUALITY POINTS OVER CREDITS ATTEMPTED THE
      *  TERM RUN COMPUTES IN ITS 33C-COMPUTE-GPA-4.
       33C-COMPUTE-GPA-4.

           IF SM-CRED-ATTEMPTED > 0
               DIVIDE SM-QUALITY-PTS BY SM-CRED-ATTEMPTED
                    GIVING SM-GPA-4
           ELSE
               MOVE 0 TO SM-GPA-4
           END-IF
           .

      *  POST THE CORRECTION TO THE HISTORY AND THE LMS WITHOUT
      *  TOUCHING THE MASTER -- USED WHEN A COUNTED LATER ATTEMPT
      *  AT THE SAME COURSE GOVERNS THE GPA.
           MOVE 0 TO AU-OLD-GPA
           MOVE 0 TO AU-NEW-GPA
           MOVE 'HIST ONLY' TO AU-NOTE
           MOVE 0 TO AU-OLD-GPA-4
           MOVE 0 TO AU-NEW-GPA-4
           WRITE AUDIT-REC FROM AUDIT-LINE

           PERFORM 44-REFRESH-LATER-TX
         END-EVALUATE
           .

      *  LETTER POINTS ON THE 4.0 SCALE, WEIGHTED BY THE CREDITS THE
      *  COURSE WAS POSTED UNDER -- THE SAME SCALE THE TERM RUN
      *  USES.  A DELETE CARRIES NO LETTER AND EARNS NOTHING.  THE
      *  CREDITS THE OLD RESULT EARNED ARE SET ALONGSIDE, FOR THE
      *  BACK-OUT IN 33-UPDATE-STUDENT-MASTER.
       35A-SET-QUALITY-POINTS.

           EVALUATE WK-NEW-LETTER
               WHEN 'A'
                   MOVE 4 TO WK-NEW-POINTS
               WHEN 'B'
                   MOVE 3 TO WK-NEW-POINTS
               WHEN 'C'
                   MOVE 2 TO WK-NEW-POINTS
               WHEN 'D'
                   MOVE 1 TO WK-NEW-POINTS
               WHEN OTHER
                   MOVE 0 TO WK-NEW-POINTS
           END-EVALUATE

           COMPUTE WK-NEW-QP = WK-NEW-POINTS * AT-OLD-CREDITS (AT-IDX)

           IF WK-NEW-POINTS > 0
               MOVE AT-OLD-CREDITS (AT-IDX) TO WK-NEW-EARNED
           ELSE
               MOVE 0 TO WK-NEW-EARNED
           END-IF

           EVALUATE AT-OLD-LETTER (AT-IDX)
               WHEN 'A'
               WHEN 'B'
               WHEN 'C'
               WHEN 'D'
                   MOVE AT-OLD-CREDITS (AT-IDX) TO WK-OLD-EARNED
               WHEN OTHER
                   MOVE 0 TO WK-OLD-EARNED
           END-EVALUATE
           .

      *  AN AMENDMENT CAN MOVE A STUDENT ONTO OR OFF OF THE DEAN'S
      *  LIST FOR THE COURSE -- TELL THE REGISTRAR'S OFFICE WHICH.
      *  A STUDENT UNDER A FERPA HOLD WAS NEVER PUBLISHED, SO THE
      *  CHANGE GOES TO THE SUPPRESSION LISTING INSTEAD.  THE
      *  MASTER RECORD JUST POSTED IS STILL IN THE RECORD AREA.
       36-DEANS-DELTA-CHECK.

           PERFORM 36A-CHECK-CONFIDENTIAL

           IF AT-OLD-LETTER (AT-IDX) NOT = 'A'
              AND WK-NEW-LETTER = 'A'
               MOVE 'ADD' TO DD-ACTION
               PERFORM 36B-WRITE-DELTA
           END-IF

           IF AT-OLD-LETTER (AT-IDX) = 'A'
              AND WK-NEW-LETTER NOT = 'A'
               MOVE 'REMOVE' TO DD-ACTION
               PERFORM 36B-WRITE-DELTA
           END-IF
           .

      *  SAME RULE AS THE TERM RUN: A HOLD IS IN FORCE FROM ITS
      *  EFFECTIVE DATE ON, AND A CLEARED ONE UNTIL THE CLEAR'S
      *  EFFECTIVE DATE ARRIVES.
       36A-CHECK-CONFIDENTIAL.

           MOVE 'N' TO CONF-HOLD-SW
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

       36B-WRITE-DELTA.

           IF CONFIDENTIAL-STUDENT
               MOVE DD-ACTION TO SA-ACTION
               MOVE AT-COURSE-NUM (AT-IDX) TO SA-COURSE-NUM
               MOVE AT-NAME (AT-IDX) TO SA-NAME
               MOVE AT-STUDENT-ID (AT-IDX) TO SA-STUDENT-ID
               MOVE WK-NEW-AVG TO SA-AVERAGE
               MOVE SM-CONF-DATE TO SA-HOLD-DATE
               WRITE SUPPRESS-REC FROM SUPPRESS-LINE
               ADD 1 TO CT-SUPPRESSED
           ELSE
               MOVE AT-COURSE-NUM (AT-IDX) TO DD-COURSE-NUM
               MOVE AT-NAME (AT-IDX) TO DD-NAME
               MOVE AT-STUDENT-ID (AT-IDX) TO DD-STUDENT-ID
               MOVE WK-NEW-AVG TO DD-AVERAGE
               WRITE DEANS-DELTA-REC FROM DEANS-DELTA-LINE
           END-IF
      *  FOLDS INTO THE BATCH HASH TOTAL THE TRAILER CARRIES.
       37A-WRITE-FEED-RECORD.

           MOVE AT-NAME (AT-IDX) TO RG-D-STUDENT-NAME
           MOVE AT-STUDENT-ID (AT-IDX) TO RG-D-STUDENT-ID
           MOVE AT-TERM (AT-IDX) TO RG-D-TERM
           MOVE AT-COURSE-NUM (AT-IDX) TO RG-D-COURSE-NUM
           MOVE AT-SECTION (AT-IDX) TO RG-D-SECTION
           ELSE
               MOVE 'A' TO HI-REC-TYPE
           END-IF
           MOVE AT-NAME (AT-IDX) TO HI-STUDENT-NAME
           MOVE AT-STUDENT-ID (AT-IDX) TO HI-STUDENT-ID
           MOVE AT-TERM (AT-IDX) TO HI-TERM
           MOVE AT-COURSE-NUM (AT-IDX) TO HI-COURSE-NUM
           MOVE AT-SECTION (AT-IDX) TO HI-SECTION
           MOVE WK-NEW-AVG TO HI-AVG
           MOVE WK-NEW-LETTER TO HI-LETTER
           MOVE AT-OLD-CREDITS (AT-IDX) TO HI-CREDITS
           MOVE WK-NEW-QP TO HI-QUALITY-PTS

           MOVE AT-STUDENT-ID (AT-IDX) TO HI-KEY-STUDENT-ID
           MOVE AT-TERM (AT-IDX) TO HI-KEY-TERM
           MOVE AT-COURSE-NUM (AT-IDX) TO HI-KEY-COURSE-NUM
           MOVE AT-SECTION (AT-IDX) TO HI-KEY-SECTION
           ADD 1 TO WK-POST-ITEM
           MOVE RP-RUN-NUMBER TO HI-POST-RUN
           MOVE WK-POST-ITEM TO HI-POST-ITEM

      *  EVERY RUN NUMBER IS NEW, SO A KEY ALREADY ON FILE MEANS
      *  THE HISTORY IS DAMAGED.  STOP WITHOUT FINALIZING, AS AN
      *  ABEND WOULD, SO THE LOCK STAYS BEHIND AS EVIDENCE.
           WRITE HISTORY-REC
               INVALID KEY
                   DISPLAY 'LAB5AMEND HISTORY KEY ALREADY ON FILE '
                           HI-KEY
                   DISPLAY 'RELOAD THE HISTORY WITH LAB5HISTLOAD'
                           ' BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           .

       40-AUDIT-SKIP-NO-HISTORY.
           MOVE 0 TO AU-OLD-GPA
           MOVE 0 TO AU-NEW-GPA
           MOVE 'NO HISTORY' TO AU-NOTE
           MOVE 0 TO AU-OLD-GPA-4
           MOVE 0 TO AU-NEW-GPA-4
           WRITE AUDIT-REC FROM AUDIT-LINE
           .

           MOVE 0 TO AU-OLD-GPA
           MOVE 0 TO AU-NEW-GPA
           MOVE 'NO MASTER' TO AU-NOTE
           MOVE 0 TO AU-OLD-GPA-4
           MOVE 0 TO AU-NEW-GPA-4
           WRITE AUDIT-REC FROM AUDIT-LINE
           .

           MOVE WK-OLD-GPA TO AU-OLD-GPA
           MOVE SM-GPA TO AU-NEW-GPA
           MOVE 'APPLIED' TO AU-NOTE
           MOVE WK-OLD-GPA-4 TO AU-OLD-GPA-4
           MOVE SM-GPA-4 TO AU-NEW-GPA-4
           WRITE AUDIT-REC FROM AUDIT-LINE
           .


           MOVE AT-ACTION (AT-IDX) TO AU-ACTION
           MOVE AT-NAME (AT-IDX) TO AU-NAME
           MOVE AT-STUDENT-ID (AT-IDX) TO AU-STUDENT-ID
           MOVE AT-COURSE-NUM (AT-IDX) TO AU-COURSE-NUM
           MOVE AT-SECTION (AT-IDX) TO AU-SECTION
           MOVE AT-TERM (AT-IDX) TO AU-TERM
           PERFORM VARYING WK-TX-IDX FROM 1 BY 1
                   UNTIL WK-TX-IDX > AT-COUNT
               IF WK-TX-IDX NOT = AT-IDX
                  AND AT-STUDENT-ID (WK-TX-IDX)
                      = AT-STUDENT-ID (AT-IDX)
                  AND AT-TERM (WK-TX-IDX) = AT-TERM (AT-IDX)
                  AND AT-COURSE-NUM (WK-TX-IDX)
                      = AT-COURSE-NUM (AT-IDX)
                       MOVE 'A' TO AT-OLD-TYPE (WK-TX-IDX)
                   END-IF
                   MOVE WK-NEW-AVG TO AT-OLD-AVG (WK-TX-IDX)
                   MOVE WK-NEW-QP TO AT-OLD-QP (WK-TX-IDX)
                   MOVE WK-NEW-LETTER
                       TO AT-OLD-LETTER (WK-TX-IDX)
               END-IF
           END-IF
           MOVE WK-NEW-LETTER TO SC-LETTER
           MOVE WK-NEW-AVG TO SC-AVG
           MOVE AT-OLD-CREDITS (AT-IDX) TO SC-CREDITS
           MOVE WK-NEW-QP TO SC-QP
           MOVE HI-POST-SEQ TO SC-POST-SEQ

           PERFORM VARYING WK-TX-IDX FROM 1 BY 1
                   UNTIL WK-TX-IDX > AT-COUNT
               IF WK-TX-IDX NOT = AT-IDX
                  AND AT-STUDENT-ID (WK-TX-IDX)
                      = AT-STUDENT-ID (AT-IDX)
                  AND AT-COURSE-NUM (WK-TX-IDX)
                      = AT-COURSE-NUM (AT-IDX)
                  AND AT-TERM (WK-TX-IDX)
           MOVE 0 TO AU-OLD-GPA
           MOVE 0 TO AU-NEW-GPA
           MOVE 'BAD ACTION' TO AU-NOTE
           MOVE 0 TO AU-OLD-GPA-4
           MOVE 0 TO AU-NEW-GPA-4
           WRITE AUDIT-REC FROM AUDIT-LINE
           .

           MOVE 0 TO AU-OLD-GPA
           MOVE 0 TO AU-NEW-GPA
           MOVE 'BAD GRADES' TO AU-NOTE
           MOVE 0 TO AU-OLD-GPA-4
           MOVE 0 TO AU-NEW-GPA-4
           WRITE AUDIT-REC FROM AUDIT-LINE
           .

           MOVE 0 TO AU-OLD-GPA
           MOVE 0 TO AU-NEW-GPA
           MOVE 'NO GRADES' TO AU-NOTE
           MOVE 0 TO AU-OLD-GPA-4
           MOVE 0 TO AU-NEW-GPA-4
           WRITE AUDIT-REC FROM AUDIT-LINE
           .

      *  THE TRANSACTION'S NAME DISAGREES WITH THE MASTER RECORD
      *  ITS STUDENT NUMBER FINDS -- ONE OF THE TWO IS MIS-KEYED.
       49-AUDIT-SKIP-NAME-MISMATCH.

           ADD 1 TO CT-SKIPPED
           PERFORM 43-FORMAT-AUDIT-KEYS
           MOVE 0 TO AU-NEW-AVG
           MOVE SPACE TO AU-NEW-LETTER
           MOVE 0 TO AU-OLD-GPA
           MOVE 0 TO AU-NEW-GPA
           MOVE 'NAME MISMTCH' TO AU-NOTE
           MOVE 0 TO AU-OLD-GPA-4
           MOVE 0 TO AU-NEW-GPA-4
           WRITE AUDIT-REC FROM AUDIT-LINE
           .

      *  THE TRANSACTION'S TERM IS CLOSED ON THE CALENDAR AND NO
      *  OVERRIDE AUTHORIZES IT.
       49A-AUDIT-SKIP-TERM-CLOSED.

           ADD 1 TO CT-SKIPPED
           ADD 1 TO CT-TERM-CLOSED
           PERFORM 43-FORMAT-AUDIT-KEYS
           MOVE 0 TO AU-NEW-AVG
           MOVE SPACE TO AU-NEW-LETTER
           MOVE 0 TO AU-OLD-GPA
           MOVE 0 TO AU-NEW-GPA
           MOVE 'TERM CLOSED' TO AU-NOTE
           MOVE 0 TO AU-OLD-GPA-4
           MOVE 0 TO AU-NEW-GPA-4
           WRITE AUDIT-REC FROM AUDIT-LINE
           .

                 STUDENT-MASTER
                 LMS-AMEND-FILE
                 DEANS-DELTA-FILE
                 SUPPRESS-FILE
                 AUDIT-FILE
                 REGPOST-FILE

                   ' TRANSACTIONS ' CT-AMENDMENTS
                   ' APPLIED ' CT-APPLIED
                   ' SKIPPED ' CT-SKIPPED
           IF CT-SUPPRESSED > 0
               DISPLAY 'LAB5AMEND DEANS LIST CHANGES WITHHELD UNDER '
                       'FERPA HOLD ' CT-SUPPRESSED
           END-IF
           IF TERM-CALENDAR-PRESENT
               DISPLAY 'LAB5AMEND TERM CLOSED ' CT-TERM-CLOSED
                       ' PASSED ON TERM OVERRIDE ' CT-TERM-OVERRIDE
           END-IF

           STOP RUN
           .
