      *************************
      *              HISTORY ARCHIVE AND COMPACTION RUN
      *
      *    TERM-END CARETAKER FOR L5HISTORY.DAT.  THE TERM RUN AND
      *    LAB5AMEND ONLY EVER ADD TO THE HISTORY, SO EVERY
      *    AMENDMENT LEAVES ITS SUPERSEDED 'G' RECORD IN PLACE
      *    BENEATH THE GOVERNING 'A' OR 'X', AND EVERY FULL READER
      *    WADES THROUGH THE WHOLE GROWING FILE.  THIS RUN COLLAPSES
      *    EACH STUDENT/TERM/COURSE CHAIN DOWN TO ITS GOVERNING
      *    (LATEST) RECORD, MOVES GOVERNING RECORDS OF CLOSED TERMS
      *    TO THE DATED ARCHIVE, AND RELOADS THE LIVE HISTORY
      *    HOLDING ONLY THE GOVERNING RECORDS OF OPEN TERMS.
      *
      *    THE HISTORY IS KEYED ON STUDENT, TERM, COURSE, SECTION
      *    AND POSTING SEQUENCE, SO READ IN KEY ORDER EACH CHAIN
      *    ARRIVES TOGETHER AND IN POSTING ORDER WITHOUT A SORT.
      *    THE RELOAD WRITES THE SURVIVORS BACK IN KEY ORDER UNDER
      *    THEIR ORIGINAL KEYS, WHICH ALSO REORGANIZES THE FILE.
      *
      *    THE ARCHIVE IS WRITTEN BEFORE THE LIVE FILE IS
      *    TRUNCATED, SO AN ABEND BETWEEN THE TWO CAN AT WORST
      *    LEAVE A RECORD IN BOTH PLACES -- AND THE GOVERNING-
      *    RECORD SELECTION EVERY READER APPLIES COLLAPSES SUCH A
      *    DUPLICATE HARMLESSLY.  THE LIVE SURVIVORS ARE SPOOLED
      *    TO L5ARCHWORK.TXT IN THE SAME 82-BYTE IMAGE LAB5HISTLOAD
      *    UNLOADS, SO AN ABEND DURING THE RELOAD IS RECOVERED BY
      *    RELOADING THE SPOOL THROUGH LAB5HISTLOAD.
      *******
      *    INPUT:
      *        L5HISTORY.DAT  - KEYED COURSE-RESULT HISTORY ('G'
      *                         GRADED, 'A' AMENDED, 'X' DELETED;
      *                         LATEST RECORD PER STUDENT/TERM/
      *                         COURSE GOVERNS)
      *        L5ARCHPARM.TXT - OPTIONAL CUTOFF TERM: TERMS THAT
      *                         COLLATE BELOW IT ARE CLOSED AND GO
      *                         TO THE ARCHIVE.  ABSENT OR BLANK
      *                         MEANS COMPACT ONLY, ARCHIVE NOTHING.
      *******
      *    OUTPUT:
      *        L5HISTORY.DAT  - GOVERNING RECORDS OF OPEN TERMS
      *        L5HISTARCH.TXT - GOVERNING RECORDS OF CLOSED TERMS,
      *                         EACH STAMPED WITH THE ARCHIVE DATE
      *                         AND RUN NUMBER, APPENDED --
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO 'L5HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               ALTERNATE RECORD KEY IS HI-POST-SEQ
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT ARCHWORK-FILE
               ASSIGN TO 'L5ARCHWORK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
      *
      *  SAME LAYOUT LAB5SINGLEBREAK WRITES IN 37A-WRITE-HISTORY --
      *  A RECORD FROM BEFORE SECTIONS EXISTED PADS BLANK THERE,
      *  AND ONE FROM BEFORE CREDITS EXISTED PADS BLANK IN THE
      *  CREDITS AND QUALITY POINTS, WHICH RIDE THROUGH AS TEXT SO
      *  A LEGACY RECORD'S BLANKS COME OUT THE OTHER SIDE EXACTLY
      *  AS THEY WENT IN.  THE PERMANENT STUDENT NUMBER FOLLOWS
      *  AND IS WHAT IDENTIFIES THE STUDENT -- THE NAME IS
      *  DESCRIPTIVE ONLY, SO TWO STUDENTS WHO SHARE A NAME NEVER
      *  COLLAPSE INTO ONE CHAIN.  THE KEY LEADS THE RECORD: THE
      *  CHAIN (STUDENT NUMBER, TERM, COURSE, SECTION) AND THE
      *  POSTING SEQUENCE WITHIN IT.
       FD  HISTORY-FILE
           RECORD CONTAINS 82 CHARACTERS.
      *
       01  HISTORY-REC.
           05  HI-KEY.
               10  HI-CHAIN.
                   15  HI-KEY-STUDENT-ID PIC X(9).
                   15  HI-KEY-TERM     PIC X(4).
                   15  HI-KEY-COURSE-NUM PIC X(5).
                   15  HI-KEY-SECTION  PIC X(2).
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
           05  HI-CREDITS              PIC X.
           05  HI-QUALITY-PTS          PIC X(2).
           05  HI-STUDENT-ID           PIC X(9).
      *
      *  THE COMPACTED LIVE RECORDS ARE SPOOLED HERE, KEY AND ALL,
      *  THEN RELOADED OVER L5HISTORY.DAT AT END OF JOB.
       FD  ARCHWORK-FILE
           RECORD CONTAINS 82 CHARACTERS.
      *
       01  ARCHWORK-REC                PIC X(82).
      *
      *  AN ARCHIVED GOVERNING RECORD CARRIES THE ARCHIVE DATE AND
      *  THE RUN THAT MOVED IT.  THE SECTION RIDES AT THE END OF
      *  THE RECORD, AFTER THE STAMPS, SO A RECORD ARCHIVED BEFORE
      *  SECTIONS EXISTED STILL LINES UP AND PADS BLANK THERE --
      *  AR-HISTORY-REC ITSELF STAYS THE OLD 35-BYTE IMAGE.  THE
      *  CREDITS AND QUALITY POINTS FOLLOW THE SECTION THE SAME
      *  WAY, AND THE STUDENT NUMBER FOLLOWS THEM.
       FD  ARCHIVE-FILE
           RECORD CONTAINS 65 CHARACTERS.
      *
       01  ARCHIVE-REC.
           05  AR-HISTORY-REC          PIC X(35).
           05  FILLER                  PIC X.
           05  AR-RUN-NUMBER           PIC 9(6).
           05  AR-SECTION              PIC X(2).
           05  AR-CREDITS              PIC X.
           05  AR-QUALITY-PTS          PIC X(2).
           05  AR-STUDENT-ID           PIC X(9).
      *
       FD  PARM-FILE
           RECORD CONTAINS 4 CHARACTERS.
      *
       01  FLAGS-N-SWITCHES.
           05  HISTORY-EOF-FLAG    PIC X         VALUE 'Y'.
           05  ARCHWORK-EOF-FLAG   PIC X         VALUE 'Y'.
           05  HOLD-ACTIVE-SW      PIC X         VALUE 'N'.
               88  HOLD-ACTIVE                  VALUE 'Y'.
           05  CD-DAY              PIC XX.
      *
      *  PARAMETER BLOCK FOR THE LAB5RUNCTL SERVICE.  THIS RUN
      *  RELOADS L5HISTORY.DAT, SO IT CLAIMS AS AN UPDATER AND
      *  HOLDS THE SERIALIZATION LOCK -- THE HISTORY CANNOT BE
      *  COMPACTED OUT FROM UNDER A POSTING RUN.
       01  RUN-CTL-PARMS.
               88  RUN-REFUSED                   VALUE 'L'.
      *
       01  WORK-FIELDS.
           05  WK-CUTOFF-TERM      PIC X(4)      VALUE SPACES.
      *
      *  THE RECORD BEING HELD UNTIL THE NEXT READ SHOWS WHETHER
      *  A LATER (GOVERNING) RECORD EXISTS FOR THE SAME
      *  STUDENT/TERM/COURSE/SECTION -- THE WHOLE 82-BYTE IMAGE,
      *  SO A LIVE SURVIVOR KEEPS ITS ORIGINAL KEY.  THE FRONT 35
      *  BYTES OF THE BODY ARE THE ARCHIVE'S OLD HISTORY IMAGE.
       01  HOLD-FIELDS.
           05  HD-CHAIN.
               10  HD-STUDENT-ID   PIC X(9).
               10  HD-TERM         PIC X(4).
               10  HD-COURSE-NUM   PIC X(5).
               10  HD-SECTION      PIC X(2).
           05  HD-HISTORY-REC.
               10  HD-REC-KEY      PIC X(33).
               10  HD-FRONT-IMAGE  PIC X(35).
               10  HD-REC-SECTION  PIC X(2).
               10  HD-REC-CREDITS  PIC X.
               10  HD-REC-QP       PIC X(2).
               10  HD-REC-STUDENT-ID PIC X(9).
      *
       01  COUNT-FIELDS.
           05  CT-READ             PIC S9(7)     VALUE +0.
           05  CT-SUPERSEDED       PIC S9(7)     VALUE +0.
           05  CT-ARCHIVED         PIC S9(7)     VALUE +0.
           05  CT-LIVE             PIC S9(7)     VALUE +0.
           05  CT-RELOADED         PIC S9(7)     VALUE +0.
           05  CT-PROOF            PIC S9(7)     VALUE +0.
      **************************OUTPUT AREA***************************
       01  REPORT-HEADER-1.
       10-CONTROL-MODULE.

           PERFORM 15-HOUSEKEEPING
           PERFORM 20-COMPACT-HISTORY
           PERFORM 50-EOF-ROUTINE
           .

           END-IF
           .

      *  HOLD EACH RECORD UNTIL THE NEXT ONE SHOWS WHETHER IT WAS
      *  SUPERSEDED: WITHIN A STUDENT/TERM/COURSE/SECTION CHAIN,
      *  WHICH THE KEY RETURNS IN POSTING ORDER, ONLY THE LAST
      *  RECORD GOVERNS.  A GOVERNING 'X' IS KEPT -- IT IS THE
      *  PROOF THE COURSE WAS DELETED, AND DROPPING IT WOULD LET A
      *  SUPERSEDED RECORD IN THE ARCHIVE GOVERN AGAIN.
       20-COMPACT-HISTORY.

           OPEN INPUT HISTORY-FILE

           IF HISTORY-FILE-STATUS = '00'
               PERFORM UNTIL HISTORY-EOF-FLAG = 'N'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO HISTORY-EOF-FLAG
                           IF HOLD-ACTIVE
                               PERFORM 30-EMIT-HELD-RECORD
                           END-IF
                       NOT AT END
                           ADD 1 TO CT-READ
                           IF HOLD-ACTIVE
                               IF HI-CHAIN = HD-CHAIN
                                   ADD 1 TO CT-SUPERSEDED
                               ELSE
                                   PERFORM 30-EMIT-HELD-RECORD
                               END-IF
                           END-IF
                           MOVE HI-CHAIN TO HD-CHAIN
                           MOVE HISTORY-REC TO HD-HISTORY-REC
                           MOVE 'Y' TO HOLD-ACTIVE-SW
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           .

      *  THE GOVERNING RECORD GOES TO THE ARCHIVE WHEN ITS TERM IS
      *  CLOSED, OTHERWISE TO THE COMPACTED LIVE FILE.
       30-EMIT-HELD-RECORD.

           ADD 1 TO CT-GOVERNING

      *  THE ARCHIVE KEEPS ITS OLD 35-BYTE HISTORY IMAGE; THE
      *  SECTION, CREDITS, QUALITY POINTS AND STUDENT NUMBER
      *  TRAVEL IN THEIR OWN ARCHIVE FIELDS, AND THE KEY IS LEFT
      *  BEHIND WITH THE LIVE FILE
           IF CUTOFF-PRESENT AND HD-TERM < WK-CUTOFF-TERM
               ADD 1 TO CT-ARCHIVED
               MOVE HD-FRONT-IMAGE TO AR-HISTORY-REC
               MOVE CURRENT-DATE TO AR-ARCH-DATE
               MOVE RP-RUN-NUMBER TO AR-RUN-NUMBER
               MOVE HD-REC-SECTION TO AR-SECTION
               MOVE HD-REC-CREDITS TO AR-CREDITS
               MOVE HD-REC-QP TO AR-QUALITY-PTS
               MOVE HD-REC-STUDENT-ID TO AR-STUDENT-ID
               WRITE ARCHIVE-REC
           ELSE
               ADD 1 TO CT-LIVE
               WRITE ARCHWORK-REC FROM HD-HISTORY-REC
           END-IF
           .

      *  RELOAD THE COMPACTED LIVE RECORDS OVER L5HISTORY.DAT IN
      *  KEY ORDER, PROVE THE COUNTS, AND PUT THE BEFORE/AFTER
      *  REPORT OUT.  A SURVIVOR THE RELOAD CANNOT WRITE IS NOT
      *  COUNTED AS RELOADED, SO THE PROOF FAILS.
       50-EOF-ROUTINE.

           CLOSE ARCHWORK-FILE
                       MOVE 'N' TO ARCHWORK-EOF-FLAG
                   NOT AT END
                       WRITE HISTORY-REC FROM ARCHWORK-REC
                           INVALID KEY
                               DISPLAY 'LAB5HISTARCH DUPLICATE KEY '
                                       HI-KEY ' NOT RELOADED'
                           NOT INVALID KEY
                               ADD 1 TO CT-RELOADED
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ARCHWORK-FILE
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'LIVE RECORDS RELOADED' TO SL-CAPTION
           MOVE CT-RELOADED TO SL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

      *  EVERY RECORD READ MUST BE A GOVERNING RECORD OR A
      *  SUPERSEDED ONE, EVERY GOVERNING RECORD MUST HAVE LANDED
      *  IN THE ARCHIVE OR THE LIVE FILE, AND EVERY LIVE ONE MUST
      *  HAVE RELOADED -- ANYTHING ELSE MEANS A GOVERNING RESULT
      *  WAS LOST AND THE JOB IS IN ERROR.
           COMPUTE CT-PROOF = CT-ARCHIVED + CT-LIVE
           IF CT-PROOF = CT-GOVERNING
              AND CT-GOVERNING + CT-SUPERSEDED = CT-READ
              AND CT-RELOADED = CT-LIVE
               MOVE 'COMPLETED' TO RP-STATUS
               MOVE 'NOTHING GOVERNING LOST -- COUNTS PROVE'
                   TO PF-MESSAGE
