      *      - BALANCES EVERY FEED BATCH AGAINST ITS OWN TRAILER
      *        (RECORD COUNT AND HASH TOTAL OF THE AVERAGES);
      *      - SORTS THE FEED DETAILS AND THE ACKNOWLEDGMENTS ON
      *        RUN NUMBER AND STUDENT NUMBER/TERM/COURSE/SECTION
      *        AND MATCH-MERGES THE TWO;
      *      - REPORTS EVERY GRADE THAT WAS SENT BUT NEVER
      *        CONFIRMED POSTED (THE LIST THE REGISTRAR'S OFFICE
      *        WORKS), EVERY ACKNOWLEDGMENT WITH NO MATCHING FEED
      *        L5REGPOST.TXT  - POSTING FEED ('H'/'D'/'T' BATCHES)
      *        L5REGACK.TXT   - REGISTRAR ACKNOWLEDGMENTS: RUN
      *                         NUMBER, STUDENT, TERM, COURSE,
      *                         SECTION, STATUS ('P' POSTED),
      *                         STUDENT NUMBER
      *******
      *    OUTPUT:
      *        L5REGMRPT.TXT  - BATCH BALANCE, UNCONFIRMED-GRADE
      *                         AND EXCEPTION REPORT WITH TOTALS
      *        L5REGUNCF.TXT  - ONE FIXED-FORMAT LINE PER GRADE
      *                         STILL UNCONFIRMED OR REJECTED AS OF
      *                         THIS RUN (REWRITTEN EVERY RUN), READ
      *                         BY THE LAB5TERMCLOSE CHECKLIST
      *************************
       ENVIRONMENT DIVISION.
      *

           SELECT REPORT-FILE
               ASSIGN TO 'L5REGMRPT.TXT'.

           SELECT UNCONF-FILE
               ASSIGN TO 'L5REGUNCF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *  SAME BATCH FORMAT LAB5SINGLEBREAK AND LAB5AMEND WRITE
       FD  REGPOST-FILE
           RECORD CONTAINS 49 CHARACTERS.
      *
       01  REGPOST-REC.
           05  RG-REC-TYPE             PIC X.
           05  RG-BODY                 PIC X(48).
      *
       01  REGPOST-HEADER-REC REDEFINES REGPOST-REC.
           05  FILLER                  PIC X.
           05  RG-H-RUN-NUMBER         PIC 9(6).
           05  RG-H-DATE               PIC X(8).
           05  RG-H-PROGRAM            PIC X(15).
           05  FILLER                  PIC X(19).
      *
       01  REGPOST-DETAIL-REC REDEFINES REGPOST-REC.
           05  FILLER                  PIC X.
           05  RG-D-STUDENT-NAME       PIC X(20).
           05  RG-D-TERM               PIC X(4).
           05  RG-D-COURSE-NUM         PIC X(5).
           05  RG-D-SECTION            PIC X(2).
           05  RG-D-LETTER             PIC X.
           05  RG-D-ACTION             PIC X.
           05  FILLER                  PIC X(2).
           05  RG-D-STUDENT-ID         PIC X(9).
      *
       01  REGPOST-TRAILER-REC REDEFINES REGPOST-REC.
           05  FILLER                  PIC X.
           05  RG-T-RUN-NUMBER         PIC 9(6).
           05  RG-T-COUNT              PIC 9(6).
           05  RG-T-HASH               PIC 9(9)V9.
           05  FILLER                  PIC X(26).
      *
      *  THE ACKNOWLEDGMENT FILE THE REGISTRAR RETURNS
       FD  ACK-FILE
           RECORD CONTAINS 53 CHARACTERS.
      *
       01  ACK-REC.
           05  AK-RUN-NUMBER           PIC 9(6).
           05  FILLER                  PIC X.
           05  AK-STUDENT-NAME         PIC X(20).
           05  FILLER                  PIC X.
           05  AK-TERM                 PIC X(4).
           05  FILLER                  PIC X.
           05  AK-SECTION              PIC X(2).
           05  FILLER                  PIC X.
           05  AK-STATUS               PIC X.
           05  FILLER                  PIC X.
           05  AK-STUDENT-ID           PIC X(9).
      *
      *  THE STUDENT NUMBER IS THE MATCH KEY; THE NAME RIDES
      *  ALONG FOR THE REPORT ONLY.
       SD  FEED-SORT-FILE
           RECORD CONTAINS 52 CHARACTERS.
      *
       01  FEED-SORT-REC.
           05  FS-MATCH-KEY.
               10  FS-RUN-NUMBER       PIC 9(6).
               10  FS-STUDENT-ID       PIC X(9).
               10  FS-TERM             PIC X(4).
               10  FS-COURSE-NUM       PIC X(5).
               10  FS-SECTION          PIC X(2).
           05  FS-AVG                  PIC 999V9.
           05  FS-LETTER               PIC X.
           05  FS-ACTION               PIC X.
           05  FS-STUDENT-NAME         PIC X(20).
      *
       FD  FEEDSRT-FILE
           RECORD CONTAINS 52 CHARACTERS.
      *
       01  FEEDSRT-REC.
           05  FD-MATCH-KEY            PIC X(26).
           05  FD-AVG                  PIC 999V9.
           05  FD-LETTER               PIC X.
           05  FD-ACTION               PIC X.
           05  FD-STUDENT-NAME         PIC X(20).
      *
       01  FEEDSRT-KEY-DETAIL REDEFINES FEEDSRT-REC.
           05  FD-RUN-NUMBER           PIC 9(6).
           05  FD-STUDENT-ID           PIC X(9).
           05  FD-TERM                 PIC X(4).
           05  FD-COURSE-NUM           PIC X(5).
           05  FD-SECTION              PIC X(2).
           05  FILLER                  PIC X(26).
      *
       SD  ACK-SORT-FILE
           RECORD CONTAINS 47 CHARACTERS.
      *
       01  ACK-SORT-REC.
           05  AS-MATCH-KEY.
               10  AS-RUN-NUMBER       PIC 9(6).
               10  AS-STUDENT-ID       PIC X(9).
               10  AS-TERM             PIC X(4).
               10  AS-COURSE-NUM       PIC X(5).
               10  AS-SECTION          PIC X(2).
           05  AS-STATUS               PIC X.
           05  AS-STUDENT-NAME         PIC X(20).
      *
       FD  ACKSRT-FILE
           RECORD CONTAINS 47 CHARACTERS.
      *
       01  ACKSRT-REC.
           05  AC-MATCH-KEY            PIC X(26).
           05  AC-STATUS               PIC X.
           05  AC-STUDENT-NAME         PIC X(20).
      *
       01  ACKSRT-KEY-DETAIL REDEFINES ACKSRT-REC.
           05  AC-RUN-NUMBER           PIC 9(6).
           05  AC-STUDENT-ID           PIC X(9).
           05  AC-TERM                 PIC X(4).
           05  AC-COURSE-NUM           PIC X(5).
           05  AC-SECTION              PIC X(2).
           05  FILLER                  PIC X(21).
      *
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-REC                  PIC X(80).
      *
      *  THE OUTSTANDING GRADES AS DATA, SO A LATER JOB CAN ASK
      *  WHETHER A TERM STILL HAS ANY WITHOUT READING THE REPORT.
       FD  UNCONF-FILE
           RECORD CONTAINS 74 CHARACTERS.
      *
       01  UNCONF-REC.
           05  UF-RUN-NUMBER           PIC 9(6).
           05  FILLER                  PIC X.
           05  UF-STUDENT-ID           PIC X(9).
           05  FILLER                  PIC X.
           05  UF-STUDENT-NAME         PIC X(20).
           05  FILLER                  PIC X.
           05  UF-TERM                 PIC X(4).
           05  FILLER                  PIC X.
           05  UF-COURSE-NUM           PIC X(5).
           05  FILLER                  PIC X.
           05  UF-SECTION              PIC X(2).
           05  FILLER                  PIC X.
           05  UF-NOTE                 PIC X(22).
      *
       WORKING-STORAGE SECTION.
      *
      *  THE TWO SIDES OF THE MATCH-MERGE.  HIGH-VALUES MARKS AN
      *  EXHAUSTED SIDE SO THE OTHER DRAINS CLEANLY.
       01  MATCH-FIELDS.
           05  MT-FEED-KEY         PIC X(26)     VALUE HIGH-VALUES.
           05  MT-ACK-KEY          PIC X(26)     VALUE HIGH-VALUES.
      *
       01  COUNT-FIELDS.
           05  CT-FEED-READ        PIC S9(7)     VALUE +0.
           05  BA-VERDICT          PIC X(40).
      *
       01  DETAIL-LINE.
           05                      PIC X(2)      VALUE SPACES.
           05  DL-RUN              PIC ZZZZZ9.
           05                      PIC X(2)      VALUE SPACES.
           05  DL-STUDENT-ID       PIC X(9).
           05                      PIC X(1)      VALUE SPACES.
           05  DL-NAME             PIC X(20).
           05                      PIC X(1)      VALUE SPACES.
           05  DL-TERM             PIC X(4).
           PERFORM 12-CLAIM-RUN-NUMBER

           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT UNCONF-FILE
           MOVE RP-RUN-NUMBER TO RH-RUN-NUMBER
           WRITE REPORT-REC FROM REPORT-HEADER-1
           .
                   ADD 1 TO WB-COUNT
                   ADD RG-D-AVG TO WB-HASH
                   MOVE WB-RUN-NUMBER TO FS-RUN-NUMBER
                   MOVE RG-D-STUDENT-ID TO FS-STUDENT-ID
                   MOVE RG-D-STUDENT-NAME TO FS-STUDENT-NAME
                   MOVE RG-D-TERM TO FS-TERM
                   MOVE RG-D-COURSE-NUM TO FS-COURSE-NUM
                   MOVE RG-D-SECTION TO FS-SECTION
                       NOT AT END
                           ADD 1 TO CT-ACKS-READ
                           MOVE AK-RUN-NUMBER TO AS-RUN-NUMBER
                           MOVE AK-STUDENT-ID TO AS-STUDENT-ID
                           MOVE AK-STUDENT-NAME TO AS-STUDENT-NAME
                           MOVE AK-TERM TO AS-TERM
                           MOVE AK-COURSE-NUM TO AS-COURSE-NUM
                           MOVE AK-SECTION TO AS-SECTION
           END-IF
           .

      *  BOTH SIDES ARE NOW IN RUN/NUMBER/TERM/COURSE/SECTION
      *  ORDER, SO ONE PASS TIES EVERY POSTED GRADE TO ITS
      *  ACKNOWLEDGMENT.  A FEED RECORD WITH NO ACK IS THE LIST
      *  THIS RUN EXISTS TO PRODUCE.
                           MOVE 'REJECTED BY REGISTRAR' TO DL-NOTE
                           WRITE REPORT-REC FROM DETAIL-LINE
                               AFTER ADVANCING 1
                           PERFORM 36-WRITE-UNCONFIRMED
                       END-IF
                       PERFORM 32-READ-FEED-SIDE
                       PERFORM 33-READ-ACK-SIDE
                       MOVE 'SENT - NEVER CONFIRMED' TO DL-NOTE
                       WRITE REPORT-REC FROM DETAIL-LINE
                           AFTER ADVANCING 1
                       PERFORM 36-WRITE-UNCONFIRMED
                       PERFORM 32-READ-FEED-SIDE
                   WHEN OTHER
                       ADD 1 TO CT-ACK-NO-FEED
       34-FORMAT-FEED-KEYS.

           MOVE FD-RUN-NUMBER TO DL-RUN
           MOVE FD-STUDENT-ID TO DL-STUDENT-ID
           MOVE FD-STUDENT-NAME TO DL-NAME
           MOVE FD-TERM TO DL-TERM
           MOVE FD-COURSE-NUM TO DL-COURSE-NUM
           MOVE FD-SECTION TO DL-SECTION
       35-FORMAT-ACK-KEYS.

           MOVE AC-RUN-NUMBER TO DL-RUN
           MOVE AC-STUDENT-ID TO DL-STUDENT-ID
           MOVE AC-STUDENT-NAME TO DL-NAME
           MOVE AC-TERM TO DL-TERM
           MOVE AC-COURSE-NUM TO DL-COURSE-NUM
           MOVE AC-SECTION TO DL-SECTION
           .

      *  THE FEED RECORD JUST REPORTED GOES TO THE EXTRACT TOO.
       36-WRITE-UNCONFIRMED.

           MOVE SPACES TO UNCONF-REC
           MOVE FD-RUN-NUMBER TO UF-RUN-NUMBER
           MOVE FD-STUDENT-ID TO UF-STUDENT-ID
           MOVE FD-STUDENT-NAME TO UF-STUDENT-NAME
           MOVE FD-TERM TO UF-TERM
           MOVE FD-COURSE-NUM TO UF-COURSE-NUM
           MOVE FD-SECTION TO UF-SECTION
           MOVE DL-NOTE TO UF-NOTE
           WRITE UNCONF-REC
           .

       50-EOF-ROUTINE.

           MOVE 'FEED GRADES READ' TO SL-CAPTION
               AFTER ADVANCING 1

           CLOSE REPORT-FILE
           CLOSE UNCONF-FILE

      *  AN UNCONFIRMED GRADE OR AN UNBALANCED BATCH FAILS SOFT SO
      *  THE SCHEDULER FLAGS THE RUN FOR THE REGISTRAR'S OFFICE.
