      *    AND AFTER AN ABEND OR A MIS-KEYED AMENDMENT THERE WAS NO
      *    WAY TO PROVE THE MASTER STILL AGREES WITH THE
      *    COURSE-RESULT HISTORY.  THIS RUN RECOMPUTES EVERY
      *    STUDENT'S COUNTS AND GPA -- AND THE CREDITS ATTEMPTED
      *    AND EARNED, QUALITY POINTS AND 4.0 GPA -- FROM THE
      *    GOVERNING HISTORY
      *    RECORDS (LIVE FILE PLUS THE LAB5HISTARCH ARCHIVE, SO
      *    CLOSED TERMS STILL PROVE), PRINTS A DISCREPANCY REPORT
      *    OF MASTER VALUE AGAINST RECOMPUTED VALUE, AND IN REPAIR
      *    THE HISTORY IS SORTED BY STUDENT AND SUMMARIZED TO ONE
      *    WORK RECORD PER STUDENT, THEN MATCH-MERGED AGAINST THE
      *    MASTER'S OWN KEY ORDER -- NO IN-CORE TABLE, SO NO
      *    CAPACITY LIMIT TO DROP A STUDENT OVER.  A STUDENT NUMBER
      *    ON THE PARM CARD VERIFIES THAT ONE STUDENT ONLY, READING
      *    THEIR HISTORY AND MASTER RECORD STRAIGHT FROM THE KEY.
      *******
      *    INPUT:
      *        L5HISTORY.DAT   - KEYED LIVE COURSE-RESULT HISTORY
      *        L5HISTARCH.TXT  - ARCHIVED CLOSED-TERM HISTORY
      *        STUDENTMASTER.DAT - CUMULATIVE MASTER (I-O IN
      *                          REPAIR MODE, ELSE INPUT)
      *        L5AUDITPARM.TXT - OPTIONAL: 'R' IN COLUMN 1 TURNS
      *                          REPAIR MODE ON; A STUDENT NUMBER
      *                          IN COLUMNS 2-10 AUDITS THAT
      *                          STUDENT ONLY
      *******
      *    OUTPUT:
      *        L5AUDITRPT.TXT  - DISCREPANCY REPORT AND RUN TOTALS
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
               ASSIGN TO 'STUDENTMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS SM-FILE-STATUS.

           SELECT PARM-FILE
       FILE SECTION.
      *
      *  SAME LAYOUT LAB5SINGLEBREAK WRITES IN 37A-WRITE-HISTORY --
      *  A RECORD FROM BEFORE SECTIONS EXISTED PADS BLANK THERE,
      *  AND ONE FROM BEFORE CREDITS EXISTED PADS BLANK IN THE
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
      *  SAME LAYOUT LAB5HISTARCH WRITES -- THE SECTION RIDES AT
      *  THE END, AFTER THE STAMPS, SO OLDER RECORDS STILL LINE UP
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
      *  THE ARRIVAL SEQUENCE RIDES ALONG AS THE LOW-ORDER SORT KEY
      *  SO THE GOVERNING RECORD SORTS LAST WITHIN ITS GROUP, THE
      *  SAME TECHNIQUE LAB5TRANSCRIPT AND LAB5HISTARCH USE.  THE
      *  STUDENT NUMBER IS THE MAJOR KEY; THE NAME RIDES ALONG.
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
       FD  AUDITWK-FILE
           RECORD CONTAINS 52 CHARACTERS.
      *
       01  AUDITWK-REC.
           05  AW-STUDENT-NAME         PIC X(20).
           05  AW-NUM-COURSES          PIC 9(3).
           05  AW-SUM-AVERAGES         PIC 9(6)V9.
           05  AW-CRED-ATTEMPTED       PIC 9(4).
           05  AW-CRED-EARNED          PIC 9(4).
           05  AW-QUALITY-PTS          PIC 9(5).
           05  AW-STUDENT-ID           PIC X(9).
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
       FD  PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
      *
       01  PARM-RECORD.
           05  PARM-REPAIR-MODE        PIC X.
           05  PARM-STUDENT-ID         PIC X(9).
      *
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-REC                  PIC X(80).
      *
       FD  AUDIT-FILE
           RECORD CONTAINS 125 CHARACTERS.
      *
       01  AUDIT-REC                   PIC X(125).
      *
       WORKING-STORAGE SECTION.
      *
               88  REPAIR-MODE-ON               VALUE 'Y'.
           05  STUDENT-DRIFTED-SW  PIC X         VALUE 'N'.
               88  STUDENT-DRIFTED              VALUE 'Y'.
           05  SINGLE-STUDENT-SW   PIC X         VALUE 'N'.
               88  SINGLE-STUDENT-AUDIT         VALUE 'Y'.
      *
       01  HISTORY-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  WORK-FIELDS.
           05  WK-SEQ              PIC 9(6)      VALUE 0.
           05  WK-GPA              PIC 999V9     VALUE 0.
           05  WK-GPA-4            PIC 9V99      VALUE 0.
           05  WK-WANTED-ID        PIC X(9)      VALUE SPACES.
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
      *  THE STUDENT BEING SUMMED, WRITTEN TO THE WORK FILE AT THE
      *  STUDENT BREAK
       01  STUDENT-ACCUM-FIELDS.
           05  SA-STUDENT-ID       PIC X(9)      VALUE HIGH-VALUES.
           05  SA-STUDENT-NAME     PIC X(20)     VALUE SPACES.
           05  SA-NUM-COURSES      PIC 9(3)      VALUE 0.
           05  SA-SUM-AVERAGES     PIC 9(6)V9    VALUE 0.
           05  SA-CRED-ATTEMPTED   PIC 9(4)      VALUE 0.
           05  SA-CRED-EARNED      PIC 9(4)      VALUE 0.
           05  SA-QUALITY-PTS      PIC 9(5)      VALUE 0.
      *
      *  THE COURSE BEING WALKED WITHIN THE STUDENT: EACH COUNTED
      *  GOVERNING ATTEMPT OVERWRITES THE HELD AVERAGE (THE TERMS
           05  CA-FOUND-SW         PIC X         VALUE 'N'.
               88  CA-ATTEMPT-FOUND             VALUE 'Y'.
           05  CA-AVG              PIC 999V9     VALUE 0.
           05  CA-CREDITS          PIC 9         VALUE 0.
           05  CA-EARNED           PIC 9         VALUE 0.
           05  CA-QUALITY-PTS      PIC 99        VALUE 0.
      *
      *  THE TWO SIDES OF THE MATCH-MERGE.  HIGH-VALUES MARKS AN
      *  EXHAUSTED SIDE SO THE OTHER DRAINS CLEANLY.
       01  MATCH-FIELDS.
           05  MT-WORK-KEY         PIC X(9)      VALUE HIGH-VALUES.
           05  MT-MASTER-KEY       PIC X(9)      VALUE HIGH-VALUES.
      *
       01  COUNT-FIELDS.
           05  CT-HIST-RECORDS     PIC S9(7)     VALUE +0.
       01  MODE-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05  MO-MODE             PIC X(30).
           05  MO-STUDENT-CAPTION  PIC X(8)      VALUE SPACES.
           05  MO-STUDENT-ID       PIC X(9)      VALUE SPACES.
      *
       01  REPORT-HEADER-2.
           05                      PIC X(6)      VALUE SPACES.
           05  DF-MASTER           PIC ZZZZZ9.9.
           05                      PIC X(2)      VALUE SPACES.
           05  DF-RECOMPUTED       PIC ZZZZZ9.9.
      *
      *  THE 4.0 GPA CARRIES TWO DECIMALS, SO IT PRINTS ON ITS OWN
      *  LINE IN THE SAME COLUMNS
       01  DIFF-LINE-4.
           05                      PIC X(6)      VALUE SPACES.
           05  D4-NAME             PIC X(20).
           05                      PIC X(2)      VALUE SPACES.
           05  D4-FIELD            PIC X(8).
           05                      PIC X(6)      VALUE SPACES.
           05  D4-MASTER           PIC 9.99.
           05                      PIC X(6)      VALUE SPACES.
           05  D4-RECOMPUTED       PIC 9.99.
      *
       01  MISSING-DIFF-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05  AUD-NEW-GPA         PIC ZZ9.9.
           05                      PIC X         VALUE SPACES.
           05  AUD-NOTE            PIC X(10).
           05                      PIC X(6)      VALUE ' CRED '.
           05  AUD-OLD-ATTEMPTED   PIC ZZZ9.
           05                      PIC X         VALUE '/'.
           05  AUD-OLD-GPA-4       PIC 9.99.
           05                      PIC X(2)      VALUE '->'.
           05  AUD-NEW-ATTEMPTED   PIC ZZZ9.
           05                      PIC X         VALUE '/'.
           05  AUD-NEW-GPA-4       PIC 9.99.
      *
       PROCEDURE DIVISION.
      *
      *  AND THE REPLACEMENT POLICY -- ONLY THE LATEST COUNTED
      *  ATTEMPT COUNTS -- FALLS OUT OF A STREAMING COURSE BREAK.
           SORT SORT-FILE
               ON ASCENDING KEY SR-STUDENT-ID
                                SR-COURSE-NUM
                                SR-TERM
                                SR-SECTION
           ELSE
               MOVE 'REPORT ONLY' TO MO-MODE
           END-IF
           IF SINGLE-STUDENT-AUDIT
               MOVE 'STUDENT' TO MO-STUDENT-CAPTION
               MOVE WK-WANTED-ID TO MO-STUDENT-ID
           END-IF
           WRITE REPORT-REC FROM MODE-LINE
               AFTER ADVANCING 1

                       IF PARM-REPAIR-MODE = 'R'
                           SET REPAIR-MODE-ON TO TRUE
                       END-IF
                       IF PARM-STUDENT-ID NOT = SPACES
                           SET SINGLE-STUDENT-AUDIT TO TRUE
                           MOVE PARM-STUDENT-ID TO WK-WANTED-ID
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF

      *  THE ARCHIVE IS RELEASED FIRST, SO A LIVE RECORD FOR THE
      *  SAME STUDENT/TERM/COURSE ARRIVES LATER AND STILL GOVERNS.
      *  THE LIVE HISTORY READS IN KEY ORDER, EACH CHAIN IN POSTING
      *  ORDER; A SINGLE-STUDENT AUDIT STARTS ON THE STUDENT'S
      *  FIRST KEY AND STOPS WHEN THE NUMBER CHANGES.
       20-RELEASE-HISTORY.

           OPEN INPUT ARCHIVE-FILE
                       AT END
                           MOVE 'N' TO ARCHIVE-EOF-FLAG
                       NOT AT END
                           IF NOT SINGLE-STUDENT-AUDIT
                              OR AR-STUDENT-ID = WK-WANTED-ID
                               PERFORM 21-RELEASE-ARCHIVE-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE

           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS = '00'
               IF SINGLE-STUDENT-AUDIT
                   MOVE LOW-VALUES TO HI-KEY
                   MOVE WK-WANTED-ID TO HI-KEY-STUDENT-ID
                   START HISTORY-FILE KEY IS NOT < HI-KEY
                       INVALID KEY
                           MOVE 'N' TO HISTORY-EOF-FLAG
                   END-START
               END-IF
               PERFORM UNTIL HISTORY-EOF-FLAG = 'N'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO HISTORY-EOF-FLAG
                       NOT AT END
                           IF SINGLE-STUDENT-AUDIT
                              AND HI-KEY-STUDENT-ID NOT = WK-WANTED-ID
                               MOVE 'N' TO HISTORY-EOF-FLAG
                           ELSE
                               PERFORM 22-RELEASE-HISTORY-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           .

       21-RELEASE-ARCHIVE-REC.

           ADD 1 TO CT-HIST-RECORDS
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
           IF AR-CREDITS NUMERIC AND AR-QUALITY-PTS NUMERIC
               MOVE AR-CREDITS TO SR-CREDITS
               MOVE AR-QUALITY-PTS TO SR-QUALITY-PTS
           ELSE
               MOVE 0 TO SR-CREDITS
               MOVE 0 TO SR-QUALITY-PTS
           END-IF
           RELEASE SORT-REC
           .

       22-RELEASE-HISTORY-REC.

           ADD 1 TO CT-HIST-RECORDS
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
           .

      *  HOLD EACH RECORD UNTIL THE NEXT RETURN SHOWS WHETHER IT
      *  WAS SUPERSEDED; EACH GOVERNING RECORD FOLDS INTO ITS
      *  STUDENT'S RECOMPUTED SUMS, AND THE STUDENT BREAK WRITES
                       END-IF
                   NOT AT END
                       IF HOLD-ACTIVE
                          AND (SR-STUDENT-ID NOT = HD-STUDENT-ID
                           OR SR-TERM NOT = HD-TERM
                           OR SR-COURSE-NUM NOT = HD-COURSE-NUM
                           OR SR-SECTION NOT = HD-SECTION)
                           PERFORM 30-FOLD-HELD-RECORD
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
      *  LATEST COUNTED ATTEMPT SURVIVES TO THE COURSE BREAK.
       30-FOLD-HELD-RECORD.

           IF HD-STUDENT-ID NOT = SA-STUDENT-ID
               PERFORM 31-FOLD-COURSE-ATTEMPT
               IF STUDENT-ACTIVE
                   PERFORM 32-WRITE-STUDENT-SUMMARY
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
       32-WRITE-STUDENT-SUMMARY.

           ADD 1 TO CT-HIST-STUDENTS
           MOVE SA-STUDENT-ID TO AW-STUDENT-ID
           MOVE SA-STUDENT-NAME TO AW-STUDENT-NAME
           MOVE SA-NUM-COURSES TO AW-NUM-COURSES
           MOVE SA-SUM-AVERAGES TO AW-SUM-AVERAGES
           MOVE SA-CRED-ATTEMPTED TO AW-CRED-ATTEMPTED
           MOVE SA-CRED-EARNED TO AW-CRED-EARNED
           MOVE SA-QUALITY-PTS TO AW-QUALITY-PTS
           WRITE AUDITWK-REC
           MOVE 'N' TO STUDENT-ACTIVE-SW
           .

      *  THE SUMMARY WORK FILE IS IN STUDENT-NUMBER ORDER (THE
      *  SORT'S MAJOR KEY) AND THE MASTER READS BACK IN KEY ORDER,
      *  SO THE TWO MATCH-MERGE WITHOUT A TABLE.
       35-MATCH-MASTER.

           CLOSE AUDITWK-FILE
                       MOVE 'Y' TO AUDITWK-EOF-FLAG
                       MOVE HIGH-VALUES TO MT-WORK-KEY
                   NOT AT END
                       MOVE AW-STUDENT-ID TO MT-WORK-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUES TO MT-WORK-KEY
           END-IF
           .

      *  A SINGLE-STUDENT AUDIT READS THE ONE MASTER RECORD BY KEY
      *  AND THEN SHOWS THE MASTER SIDE EXHAUSTED.
       37-READ-MASTER-SIDE.

           IF SINGLE-STUDENT-AUDIT
               PERFORM 37A-READ-ONE-MASTER
           ELSE
               PERFORM 37B-READ-NEXT-MASTER
           END-IF
           .

       37A-READ-ONE-MASTER.

           IF MASTER-EOF-FLAG = 'N' AND SM-FILE-STATUS = '00'
               MOVE 'Y' TO MASTER-EOF-FLAG
               MOVE WK-WANTED-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE HIGH-VALUES TO MT-MASTER-KEY
                   NOT INVALID KEY
                       ADD 1 TO CT-MAST-STUDENTS
                       MOVE SM-STUDENT-ID TO MT-MASTER-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUES TO MT-MASTER-KEY
           END-IF
           .

       37B-READ-NEXT-MASTER.

           IF MASTER-EOF-FLAG = 'N' AND SM-FILE-STATUS = '00'
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO MT-MASTER-KEY
                   NOT AT END
                       ADD 1 TO CT-MAST-STUDENTS
                       MOVE SM-STUDENT-ID TO MT-MASTER-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUES TO MT-MASTER-KEY

      *  FIELD-BY-FIELD COMPARISON, ONE REPORT LINE PER DRIFTED
      *  FIELD.  THE RECOMPUTED GPA USES THE SAME TRUNCATING
      *  DIVIDE THE POSTING RUNS USE.  A MASTER RECORD WRITTEN
      *  BEFORE CREDITS EXISTED COMPARES AS CARRYING NO CREDITS.
       38-COMPARE-STUDENT.

           MOVE 'N' TO STUDENT-DRIFTED-SW
               DIVIDE AW-SUM-AVERAGES BY AW-NUM-COURSES
                    GIVING WK-GPA
           END-IF
           PERFORM 38A-COMPUTE-GPA-4

           IF SM-CRED-ATTEMPTED NOT NUMERIC
              OR SM-CRED-EARNED NOT NUMERIC
              OR SM-QUALITY-PTS NOT NUMERIC
              OR SM-GPA-4 NOT NUMERIC
               MOVE 0 TO SM-CRED-ATTEMPTED
               MOVE 0 TO SM-CRED-EARNED
               MOVE 0 TO SM-QUALITY-PTS
               MOVE 0 TO SM-GPA-4
           END-IF

           IF SM-NUM-COURSES NOT = AW-NUM-COURSES
               SET STUDENT-DRIFTED TO TRUE
               MOVE SM-STUDENT-NAME TO DF-NAME
               MOVE 'COURSES' TO DF-FIELD
               MOVE SM-NUM-COURSES TO DF-MASTER
               MOVE AW-NUM-COURSES TO DF-RECOMPUTED

           IF SM-SUM-AVERAGES NOT = AW-SUM-AVERAGES
               SET STUDENT-DRIFTED TO TRUE
               MOVE SM-STUDENT-NAME TO DF-NAME
               MOVE 'SUM-AVGS' TO DF-FIELD
               MOVE SM-SUM-AVERAGES TO DF-MASTER
               MOVE AW-SUM-AVERAGES TO DF-RECOMPUTED

           IF SM-GPA NOT = WK-GPA
               SET STUDENT-DRIFTED TO TRUE
               MOVE SM-STUDENT-NAME TO DF-NAME
               MOVE 'GPA' TO DF-FIELD
               MOVE SM-GPA TO DF-MASTER
               MOVE WK-GPA TO DF-RECOMPUTED
                   AFTER ADVANCING 1
           END-IF

           IF SM-CRED-ATTEMPTED NOT = AW-CRED-ATTEMPTED
               SET STUDENT-DRIFTED TO TRUE
               MOVE SM-STUDENT-NAME TO DF-NAME
               MOVE 'CRED-ATT' TO DF-FIELD
               MOVE SM-CRED-ATTEMPTED TO DF-MASTER
               MOVE AW-CRED-ATTEMPTED TO DF-RECOMPUTED
               WRITE REPORT-REC FROM DIFF-LINE
                   AFTER ADVANCING 1
           END-IF

           IF SM-CRED-EARNED NOT = AW-CRED-EARNED
               SET STUDENT-DRIFTED TO TRUE
               MOVE SM-STUDENT-NAME TO DF-NAME
               MOVE 'CRED-ERN' TO DF-FIELD
               MOVE SM-CRED-EARNED TO DF-MASTER
               MOVE AW-CRED-EARNED TO DF-RECOMPUTED
               WRITE REPORT-REC FROM DIFF-LINE
                   AFTER ADVANCING 1
           END-IF

           IF SM-QUALITY-PTS NOT = AW-QUALITY-PTS
               SET STUDENT-DRIFTED TO TRUE
               MOVE SM-STUDENT-NAME TO DF-NAME
               MOVE 'QUAL-PTS' TO DF-FIELD
               MOVE SM-QUALITY-PTS TO DF-MASTER
               MOVE AW-QUALITY-PTS TO DF-RECOMPUTED
               WRITE REPORT-REC FROM DIFF-LINE
                   AFTER ADVANCING 1
           END-IF

           IF SM-GPA-4 NOT = WK-GPA-4
               SET STUDENT-DRIFTED TO TRUE
               MOVE SM-STUDENT-NAME TO D4-NAME
               MOVE 'GPA-4' TO D4-FIELD
               MOVE SM-GPA-4 TO D4-MASTER
               MOVE WK-GPA-4 TO D4-RECOMPUTED
               WRITE REPORT-REC FROM DIFF-LINE-4
                   AFTER ADVANCING 1
           END-IF

           IF STUDENT-DRIFTED
               ADD 1 TO CT-DRIFTED
               IF REPAIR-MODE-ON
           END-IF
           .

      *  SAME TRUNCATED QUALITY POINTS OVER CREDITS ATTEMPTED THE
      *  POSTING RUNS COMPUTE.
       38A-COMPUTE-GPA-4.

           IF AW-CRED-ATTEMPTED = 0
               MOVE 0 TO WK-GPA-4
           ELSE
               DIVIDE AW-QUALITY-PTS BY AW-CRED-ATTEMPTED
                    GIVING WK-GPA-4
           END-IF
           .

      *  A STUDENT THE HISTORY PROVES BUT THE MASTER HAS LOST.  A
      *  SUMMARY THAT PROVES ZERO COURSES (EVERY RESULT DELETED)
      *  HAS NOTHING TO SHOW AND IS PASSED OVER QUIETLY.

           IF AW-NUM-COURSES > 0
               ADD 1 TO CT-NO-MASTER
               MOVE AW-STUDENT-NAME TO MD-NAME
               MOVE 'NO MASTER RECORD' TO MD-NOTE
               WRITE REPORT-REC FROM MISSING-DIFF-LINE
                   AFTER ADVANCING 1
       40-MASTER-ONLY.

           ADD 1 TO CT-NO-HISTORY
           MOVE SM-STUDENT-NAME TO MD-NAME
           MOVE 'NO HISTORY - NOT REPAIRED' TO MD-NOTE
           WRITE REPORT-REC FROM MISSING-DIFF-LINE
               AFTER ADVANCING 1
           MOVE SM-NUM-COURSES TO AUD-OLD-COURSES
           MOVE SM-SUM-AVERAGES TO AUD-OLD-SUM
           MOVE SM-GPA TO AUD-OLD-GPA
           MOVE SM-CRED-ATTEMPTED TO AUD-OLD-ATTEMPTED
           MOVE SM-GPA-4 TO AUD-OLD-GPA-4

           MOVE AW-NUM-COURSES TO SM-NUM-COURSES
           MOVE AW-SUM-AVERAGES TO SM-SUM-AVERAGES
           MOVE WK-GPA TO SM-GPA
           MOVE AW-CRED-ATTEMPTED TO SM-CRED-ATTEMPTED
           MOVE AW-CRED-EARNED TO SM-CRED-EARNED
           MOVE AW-QUALITY-PTS TO SM-QUALITY-PTS
           MOVE WK-GPA-4 TO SM-GPA-4
           REWRITE STUDENT-MASTER-REC

           ADD 1 TO CT-REPAIRED
           MOVE 'REWRITTEN' TO AUD-NOTE
           MOVE SM-STUDENT-NAME TO AUD-NAME
           PERFORM 46-WRITE-AUDIT-TRAIL
           .

           MOVE 0 TO AUD-OLD-COURSES
           MOVE 0 TO AUD-OLD-SUM
           MOVE 0 TO AUD-OLD-GPA
           MOVE 0 TO AUD-OLD-ATTEMPTED
           MOVE 0 TO AUD-OLD-GPA-4

           IF AW-NUM-COURSES = 0
               MOVE 0 TO WK-GPA
               DIVIDE AW-SUM-AVERAGES BY AW-NUM-COURSES
                    GIVING WK-GPA
           END-IF
           PERFORM 38A-COMPUTE-GPA-4

           MOVE AW-STUDENT-ID TO SM-STUDENT-ID
           MOVE AW-STUDENT-NAME TO SM-STUDENT-NAME
           MOVE AW-NUM-COURSES TO SM-NUM-COURSES
           MOVE AW-SUM-AVERAGES TO SM-SUM-AVERAGES
           MOVE WK-GPA TO SM-GPA
           MOVE AW-CRED-ATTEMPTED TO SM-CRED-ATTEMPTED
           MOVE AW-CRED-EARNED TO SM-CRED-EARNED
           MOVE AW-QUALITY-PTS TO SM-QUALITY-PTS
           MOVE WK-GPA-4 TO SM-GPA-4
           MOVE SPACES TO SM-CONF-FIELDS
           WRITE STUDENT-MASTER-REC

           ADD 1 TO CT-REPAIRED
           MOVE 'REBUILT' TO AUD-NOTE
           MOVE AW-STUDENT-NAME TO AUD-NAME
           PERFORM 46-WRITE-AUDIT-TRAIL
           .

           MOVE SM-NUM-COURSES TO AUD-NEW-COURSES
           MOVE SM-SUM-AVERAGES TO AUD-NEW-SUM
           MOVE SM-GPA TO AUD-NEW-GPA
           MOVE SM-CRED-ATTEMPTED TO AUD-NEW-ATTEMPTED
           MOVE SM-GPA-4 TO AUD-NEW-GPA-4
           WRITE AUDIT-REC FROM AUDIT-LINE
           .

      *  A REPORT-ONLY AUDIT THAT FOUND DRIFT FAILS SOFT SO THE
      *  SCHEDULER FLAGS IT FOR A REPAIR RUN; A REPAIR RUN THAT
      *  FIXED EVERYTHING IT COULD PROVE COMPLETES CLEAN.
      *  A SINGLE-STUDENT AUDIT PROVES ONE RECORD, NOT THE MASTER,
      *  SO IT STAMPS ITS OWN OUTCOMES ON THE RUN LOG -- LAB5TERMCLOSE
      *  ACCEPTS ONLY A FULL AUDIT, AND LAB5SMREST STILL REPLAYS A
      *  ONE-STUDENT REPAIR.
           IF CT-DRIFTED > 0 OR CT-NO-MASTER > 0
              OR CT-NO-HISTORY > 0
               IF REPAIR-MODE-ON
                   IF SINGLE-STUDENT-AUDIT
                       MOVE 'ONEREPAIR' TO RP-STATUS
                   ELSE
                       MOVE 'REPAIRED' TO RP-STATUS
                   END-IF
               ELSE
                   IF SINGLE-STUDENT-AUDIT
                       MOVE 'ONEDRIFTED' TO RP-STATUS
                   ELSE
                       MOVE 'DRIFTED' TO RP-STATUS
                   END-IF
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF SINGLE-STUDENT-AUDIT
                   MOVE 'ONESTUDENT' TO RP-STATUS
               ELSE
                   MOVE 'COMPLETED' TO RP-STATUS
               END-IF
           END-IF

           PERFORM 54-FINALIZE-RUN-CONTROL
