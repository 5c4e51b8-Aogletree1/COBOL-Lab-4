      *              STUDENT-MASTER MAINTENANCE RUN
      *
      *    CARETAKER FOR STUDENTMASTER.DAT.  THE FILE IS KEYED BY
      *    THE PERMANENT STUDENT NUMBER; THE NAME IS DESCRIPTIVE
      *    ONLY, AND GRADUATES ACCUMULATE FOREVER.  THIS RUN CAN
      *    LIST THE FILE, CHANGE A STUDENT'S NAME (THE NUMBER AND
      *    THE CUMULATIVE COUNTS AND GPA STAY PUT), MERGE DUPLICATE
      *    RECORDS UNDER ONE NUMBER, SPLIT A COURSE RESULT THAT WAS
      *    POSTED TO THE WRONG NUMBER OFF ONTO THE RIGHT ONE, AND
      *    PURGE STUDENTS INACTIVE FOR A CONFIGURABLE NUMBER OF
      *    TERMS TO AN ARCHIVE, AND SET OR CLEAR A STUDENT'S FERPA
      *    DIRECTORY-INFORMATION HOLD.  EVERY ACTION IS WRITTEN TO
      *    AN AUDIT LOG SO THE REGISTRAR CAN CERTIFY THE CUMULATIVE
      *    FILE.
      *******
      *    INPUT:
      *        L5MAINTTX.TXT  - MAINTENANCE TRANSACTIONS:
      *                         ACTION (LIST/RENAME/MERGE/SPLIT/
      *                         PURGE/FERPA), NAME-1 (OLD NAME),
      *                         NAME-2 (NEW NAME), KEEP-TERMS
      *                         COUNT (PURGE ONLY), STUDENT
      *                         NUMBER-1 (THE STUDENT RENAMED /
      *                         MERGE-FROM / SPLIT-FROM / HELD),
      *                         STUDENT NUMBER-2 (MERGE-INTO /
      *                         SPLIT-TO), TERM AND COURSE (SPLIT
      *                         ONLY), SET OR CLEAR AND THE
      *                         EFFECTIVE DATE (FERPA ONLY)
      *        STUDENTMASTER.DAT - CUMULATIVE MASTER (I-O)
      *        L5HISTORY.DAT  - KEYED COURSE-RESULT HISTORY, FOR
      *                         EACH STUDENT'S LAST ACTIVE TERM, AND
      *                         REKEYED BY RENAME, MERGE AND SPLIT
      *        L5HISTARCH.TXT - ARCHIVED HISTORY, REKEYED THE SAME
      *                         WAY
      *******
      *    OUTPUT:
      *        L5SMLIST.TXT   - MASTER LISTING (LIST ACTION)
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

           SELECT HISTWORK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTWORK-FILE-STATUS.

           SELECT HISTARCH-FILE
               ASSIGN TO 'L5HISTARCH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTARCH-FILE-STATUS.

           SELECT HARCWORK-FILE
               ASSIGN TO 'L5HARCWORK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LISTING-FILE
               ASSIGN TO 'L5SMLIST.TXT'.

       DATA DIVISION.
       FILE SECTION.
      *
      *  THE STUDENT NUMBERS AND THE SPLIT'S TERM AND COURSE ARE
      *  APPENDED, SO AN OLD 50-BYTE LIST OR PURGE CARD STILL READS.
      *  THE FERPA OPTION AND EFFECTIVE DATE FOLLOW THE SAME WAY.
       FD  MAINT-TX-FILE
           RECORD CONTAINS 90 CHARACTERS.
      *
       01  MAINT-TX-REC.
           05  MX-ACTION               PIC X(6).
           05  MX-NAME-2               PIC X(20).
           05  MX-KEEP-TERMS           PIC 9(3).
           05  FILLER                  PIC X.
           05  MX-ID-1                 PIC X(9).
           05  MX-ID-2                 PIC X(9).
           05  MX-TERM                 PIC X(4).
           05  MX-COURSE-NUM           PIC X(5).
           05  MX-FERPA-OPTION         PIC X(5).
           05  MX-EFFECTIVE-DATE       PIC X(8).
           05  MX-EFFECTIVE-PARTS REDEFINES MX-EFFECTIVE-DATE.
               10  MX-EFF-YEAR         PIC 9(4).
               10  MX-EFF-MONTH        PIC 99.
               10  MX-EFF-DAY          PIC 99.
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
           05  SM-CREDIT-FIELDS.
               10  SM-CRED-ATTEMPTED   PIC 9(4).
               10  SM-CRED-EARNED      PIC 9(4).
               10  SM-QUALITY-PTS      PIC 9(5).
               10  SM-GPA-4            PIC 9V99.
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
      *  THE KEY LEADS THE RECORD: STUDENT NUMBER, TERM, COURSE,
      *  SECTION AND THE POSTING SEQUENCE.  A REKEY CHANGES THE
      *  STUDENT NUMBER IN BOTH THE KEY AND THE BODY.
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
           05  HI-CREDITS              PIC X.
           05  HI-QUALITY-PTS          PIC X(2).
           05  HI-STUDENT-ID           PIC X(9).
      *
      *  THE HISTORY RECORDS A REKEY MOVES, AS THEY STOOD BEFORE
      *  IT -- KEY AND ALL
       FD  HISTWORK-FILE
           RECORD CONTAINS 82 CHARACTERS.
      *
       01  HISTWORK-REC                PIC X(82).
      *
      *  SAME LAYOUT LAB5HISTARCH WRITES -- ONLY THE STUDENT NAME
      *  AND NUMBER ARE TOUCHED HERE, THE REST RIDES THROUGH
       FD  HISTARCH-FILE
           RECORD CONTAINS 65 CHARACTERS.
      *
       01  HISTARCH-REC.
           05  HA-REC-TYPE             PIC X.
           05  HA-STUDENT-NAME         PIC X(20).
           05  HA-TERM                 PIC X(4).
           05  HA-COURSE-NUM           PIC X(5).
           05  FILLER                  PIC X(26).
           05  HA-STUDENT-ID           PIC X(9).
      *
       FD  HARCWORK-FILE
           RECORD CONTAINS 65 CHARACTERS.
      *
       01  HARCWORK-REC                PIC X(65).
      *
       FD  LISTING-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LISTING-REC                 PIC X(80).
      *
      *  A PURGED RECORD CARRIES ITS LAST ACTIVE TERM AND THE
      *  PURGE DATE INTO THE ARCHIVE.  THE MASTER'S CREDIT FIELDS
      *  RIDE AT THE END, AFTER THE STAMPS, SO RECORDS PURGED
      *  BEFORE CREDITS EXISTED STILL LINE UP.  THE STUDENT NUMBER
      *  FOLLOWS THE CREDIT FIELDS THE SAME WAY, AND THE FERPA
      *  HOLD FOLLOWS THE NUMBER.
       FD  ARCHIVE-FILE
           RECORD CONTAINS 82 CHARACTERS.
      *
       01  ARCHIVE-REC.
           05  AR-MASTER-REC           PIC X(34).
           05  AR-LAST-TERM            PIC X(4).
           05  FILLER                  PIC X.
           05  AR-PURGE-DATE           PIC X(8).
           05  AR-CREDIT-FIELDS        PIC X(16).
           05  AR-STUDENT-ID           PIC X(9).
           05  AR-CONF-FIELDS          PIC X(9).
      *
       FD  AUDIT-FILE
           RECORD CONTAINS 120 CHARACTERS.
      *
       01  AUDIT-REC                   PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
           05  SCAN-EOF-FLAG       PIC X         VALUE 'Y'.
           05  HISTORY-PRESENT-SW  PIC X         VALUE 'N'.
               88  HISTORY-PRESENT              VALUE 'Y'.
           05  HARCWORK-EOF-FLAG   PIC X         VALUE 'Y'.
           05  KEY-READ-SW         PIC X         VALUE 'N'.
               88  KEY-ALREADY-READ             VALUE 'Y'.
           05  HOLD-IN-FORCE-SW    PIC X         VALUE 'N'.
               88  HOLD-IN-FORCE                VALUE 'Y'.
      *
       01  MAINT-TX-FILE-STATUS    PIC XX        VALUE '00'.
      *
       01  HISTORY-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  HISTWORK-FILE-STATUS    PIC XX        VALUE '00'.
      *
       01  HISTARCH-FILE-STATUS    PIC XX        VALUE '00'.
      *
       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
           05  CD-DAY              PIC XX.
      *
      *  PARAMETER BLOCK FOR THE LAB5RUNCTL SERVICE.  THIS RUN
      *  UPDATES STUDENTMASTER.DAT AND L5HISTORY.DAT, SO IT CLAIMS
      *  AS AN UPDATER AND HOLDS THE SERIALIZATION LOCK -- A
      *  MAINTENANCE SWEEP CAN NO LONGER REKEY THE MASTER WHILE
      *  THE TERM RUN IS STILL POSTING IT.
           05  LT-MAX-ENTRIES      PIC S9(4)     VALUE +5000.
           05  LT-COUNT            PIC S9(4)     VALUE +0.
           05  LT-ENTRY OCCURS 5000 TIMES.
               10  LT-STUDENT-ID   PIC X(9).
               10  LT-TERM         PIC X(4).
      *
      *  OLD-NUMBER TO NEW-NUMBER (AND NAME) MAP BUILT BY RENAME,
      *  MERGE AND SPLIT, THEN APPLIED TO THE HISTORY AND ITS
      *  ARCHIVE IN ONE REKEY PASS AT END OF JOB SO TRANSCRIPTS
      *  FOLLOW THE STUDENT.  A RENAME KEEPS THE NUMBER AND ONLY
      *  CARRIES THE NEW NAME; A SPLIT IS LIMITED TO ONE TERM AND
      *  COURSE, WHERE THE OTHERS LEAVE THOSE BLANK AND TAKE EVERY
      *  RECORD THE OLD NUMBER OWNS.  ENTRIES APPLY IN THE ORDER
      *  THE TRANSACTIONS WERE, SO A RECORD FOLLOWS A CHAIN OF
      *  THEM THE SAME WAY THE MASTER DID.
       01  RENAME-MAP-AREA.
           05  RM-MAX-ENTRIES      PIC S9(3)     VALUE +200.
           05  RM-COUNT            PIC S9(3)     VALUE +0.
           05  RM-ENTRY OCCURS 200 TIMES.
               10  RM-OLD-KEY      PIC X(9).
               10  RM-NEW-KEY      PIC X(9).
               10  RM-NEW-NAME     PIC X(20).
               10  RM-TERM         PIC X(4).
               10  RM-COURSE-NUM   PIC X(5).
      *
       01  PURGE-KEY-AREA.
           05  PK-MAX-ENTRIES      PIC S9(4)     VALUE +5000.
           05  PK-COUNT            PIC S9(4)     VALUE +0.
           05  PK-ENTRY OCCURS 5000 TIMES.
               10  PK-STUDENT-ID   PIC X(9).
               10  PK-LAST-TERM    PIC X(4).
      *
       01  WORK-FIELDS.
           05  WK-HOLD-COURSES     PIC 9(3)      VALUE 0.
           05  WK-HOLD-SUM         PIC 9(6)V9    VALUE 0.
           05  WK-HOLD-GPA         PIC 999V9     VALUE 0.
           05  WK-HOLD-ATTEMPTED   PIC 9(4)      VALUE 0.
           05  WK-HOLD-EARNED      PIC 9(4)      VALUE 0.
           05  WK-HOLD-QP          PIC 9(5)      VALUE 0.
           05  WK-HOLD-GPA-4       PIC 9V99      VALUE 0.
           05  WK-LAST-TERM        PIC X(4)      VALUE SPACES.
           05  WK-NEW-ID           PIC X(9)      VALUE SPACES.
           05  WK-NEW-NAME         PIC X(20)     VALUE SPACES.
           05  WK-HOLD-CONF.
               10  WK-HOLD-CONF-HOLD PIC X       VALUE SPACE.
               10  WK-HOLD-CONF-DATE PIC X(8)    VALUE SPACES.
           05  WK-FERPA-NOTE.
               10  WK-FN-TEXT      PIC X(17)     VALUE SPACES.
               10  WK-FN-DATE      PIC X(8)      VALUE SPACES.
      *
      *  ONE HISTORY OR ARCHIVE RECORD'S IDENTITY, LIFTED OUT SO
      *  47-SUBSTITUTE-NAME REKEYS BOTH FILES WITH ONE SET OF RULES
       01  SUBSTITUTE-FIELDS.
           05  SB-STUDENT-ID       PIC X(9)      VALUE SPACES.
           05  SB-STUDENT-NAME     PIC X(20)     VALUE SPACES.
           05  SB-TERM             PIC X(4)      VALUE SPACES.
           05  SB-COURSE-NUM       PIC X(5)      VALUE SPACES.
      *
       01  COUNT-FIELDS.
           05  CT-TRANSACTIONS     PIC S9(5)     VALUE +0.
           05  CT-LISTED           PIC S9(5)     VALUE +0.
           05  CT-RENAMED          PIC S9(5)     VALUE +0.
           05  CT-MERGED           PIC S9(5)     VALUE +0.
           05  CT-SPLIT            PIC S9(5)     VALUE +0.
           05  CT-PURGED           PIC S9(5)     VALUE +0.
           05  CT-FERPA            PIC S9(5)     VALUE +0.
           05  CT-REJECTED         PIC S9(5)     VALUE +0.
           05  CT-PK-SKIPPED       PIC S9(5)     VALUE +0.
      **************************OUTPUT AREA***************************
       01  LISTING-HEADER.
           05                      PIC X(2)      VALUE SPACES.
           05                      PIC X(11)     VALUE 'NUMBER'.
           05                      PIC X(22)     VALUE 'NAME'.
           05                      PIC X(10)     VALUE 'COURSES'.
           05                      PIC X(12)     VALUE 'SUM-AVGS'.
           05                      PIC X(9)      VALUE 'GPA'.
           05                      PIC X(8)      VALUE 'CREDITS'.
           05                      PIC X(5)      VALUE 'GPA-4'.
      *
       01  LISTING-LINE.
           05                      PIC X(2)      VALUE SPACES.
           05  LL-STUDENT-ID       PIC X(9).
           05                      PIC X(2)      VALUE SPACES.
           05  LL-NAME             PIC X(20).
           05                      PIC X(4)      VALUE SPACES.
           05  LL-COURSES          PIC ZZZ9.
           05  LL-SUM-AVGS         PIC ZZZZZ9.9.
           05                      PIC X(4)      VALUE SPACES.
           05  LL-GPA              PIC ZZ9.9.
           05                      PIC X(4)      VALUE SPACES.
           05  LL-CREDITS          PIC ZZZ9.
           05                      PIC X(4)      VALUE SPACES.
           05  LL-GPA-4            PIC 9.99.
      *
       01  AUDIT-LINE.
           05  AUD-DATE            PIC X(8).
           05                      PIC X         VALUE SPACES.
           05  AUD-ACTION          PIC X(6).
           05                      PIC X         VALUE SPACES.
           05  AUD-ID-1            PIC X(9).
           05                      PIC X         VALUE SPACES.
           05  AUD-NAME-1          PIC X(20).
           05                      PIC X         VALUE SPACES.
           05  AUD-ID-2            PIC X(9).
           05                      PIC X         VALUE SPACES.
           05  AUD-NAME-2          PIC X(20).
           05                      PIC X         VALUE SPACES.
           05  AUD-NOTE            PIC X(30).
           IF HISTORY-FILE-STATUS = '00'
               SET HISTORY-PRESENT TO TRUE
               PERFORM UNTIL HISTORY-EOF-FLAG = 'N'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO HISTORY-EOF-FLAG
                       NOT AT END
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > LT-COUNT
                      OR WK-HIT-IDX > 0
               IF LT-STUDENT-ID (WK-IDX) = HI-STUDENT-ID
                   MOVE WK-IDX TO WK-HIT-IDX
               END-IF
           END-PERFORM
           ELSE
               IF LT-COUNT < LT-MAX-ENTRIES
                   ADD 1 TO LT-COUNT
                   MOVE HI-STUDENT-ID
                       TO LT-STUDENT-ID (LT-COUNT)
                   MOVE HI-TERM TO LT-TERM (LT-COUNT)
               ELSE
      *  AN UNTABLED STUDENT CAN NEVER BE AGED AND THE PURGE WOULD
                   PERFORM 32-RENAME-STUDENT
               WHEN 'MERGE'
                   PERFORM 34-MERGE-STUDENTS
               WHEN 'SPLIT'
                   PERFORM 40-SPLIT-RESULT
               WHEN 'PURGE'
                   PERFORM 36-PURGE-INACTIVE
               WHEN 'FERPA'
                   PERFORM 43-FERPA-HOLD
               WHEN OTHER
                   ADD 1 TO CT-REJECTED
                   PERFORM 44-AUDIT-ACTION
           WRITE LISTING-REC FROM LISTING-HEADER

           MOVE 'Y' TO SCAN-EOF-FLAG
           MOVE LOW-VALUES TO SM-STUDENT-ID
           START STUDENT-MASTER
               KEY NOT < SM-STUDENT-ID
               INVALID KEY
      *  AN EMPTY MASTER FAILS THE START AND LEAVES THE FILE
      *  POSITION UNDEFINED -- SKIP THE SCAN ENTIRELY OR THE
                       MOVE 'N' TO SCAN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO CT-LISTED
                       PERFORM 31-CHECK-CREDIT-FIELDS
                       MOVE SM-STUDENT-ID TO LL-STUDENT-ID
                       MOVE SM-STUDENT-NAME TO LL-NAME
                       MOVE SM-NUM-COURSES TO LL-COURSES
                       MOVE SM-SUM-AVERAGES TO LL-SUM-AVGS
                       MOVE SM-GPA TO LL-GPA
                       MOVE SM-CRED-ATTEMPTED TO LL-CREDITS
                       MOVE SM-GPA-4 TO LL-GPA-4
                       WRITE LISTING-REC FROM LISTING-LINE
                           AFTER ADVANCING 1
               END-READ
           WRITE AUDIT-REC FROM AUDIT-LINE
           .

      *  A RECORD WRITTEN BEFORE CREDITS EXISTED CARRIES BLANKS IN
      *  THE CREDIT FIELDS -- TREAT IT AS CARRYING NO CREDITS, THE
      *  SAME AS THE POSTING RUNS DO.
       31-CHECK-CREDIT-FIELDS.

           IF SM-CRED-ATTEMPTED NOT NUMERIC
              OR SM-CRED-EARNED NOT NUMERIC
              OR SM-QUALITY-PTS NOT NUMERIC
              OR SM-GPA-4 NOT NUMERIC
               MOVE 0 TO SM-CRED-ATTEMPTED
               MOVE 0 TO SM-CRED-EARNED
               MOVE 0 TO SM-QUALITY-PTS
               MOVE 0 TO SM-GPA-4
           END-IF
           .

      *  CHANGE THE NAME ON THE STUDENT'S RECORD.  THE STUDENT
      *  NUMBER IS THE KEY, SO THE RECORD AND ITS CUMULATIVE FIELDS
      *  STAY EXACTLY WHERE THEY ARE -- ONLY THE DESCRIPTIVE NAME
      *  CHANGES, HERE AND (THROUGH THE RENAME MAP) ON THE HISTORY.
      *  AN OLD NAME ON THE TRANSACTION MUST AGREE WITH THE MASTER,
      *  SO A MIS-KEYED NUMBER CANNOT RENAME THE WRONG STUDENT.  A
      *  RENAME THE MAP CANNOT HOLD WOULD CHANGE THE MASTER BUT NOT
      *  THE HISTORY, SO IT IS REJECTED BEFORE THE MASTER IS
      *  TOUCHED.
       32-RENAME-STUDENT.

           IF MX-NAME-2 = SPACES OR MX-NAME-1 = MX-NAME-2
               ADD 1 TO CT-REJECTED
               PERFORM 44-AUDIT-ACTION
               MOVE 'NEW NAME MISSING OR SAME' TO AUD-NOTE
               WRITE AUDIT-REC FROM AUDIT-LINE
           ELSE
               IF RM-COUNT NOT < RM-MAX-ENTRIES
                       TO AUD-NOTE
                   WRITE AUDIT-REC FROM AUDIT-LINE
               ELSE
                   MOVE MX-ID-1 TO SM-STUDENT-ID
                   READ STUDENT-MASTER
                       INVALID KEY
                           ADD 1 TO CT-REJECTED
                           PERFORM 44-AUDIT-ACTION
                           MOVE 'STUDENT NUMBER NOT FOUND'
                               TO AUD-NOTE
                           WRITE AUDIT-REC FROM AUDIT-LINE
                           END-WRITE
                       NOT INVALID KEY
                           PERFORM 33-APPLY-RENAME
                   END-READ
               END-IF
           END-IF
           .

       33-APPLY-RENAME.

           IF MX-NAME-1 NOT = SPACES
              AND MX-NAME-1 NOT = SM-STUDENT-NAME
               ADD 1 TO CT-REJECTED
               PERFORM 44-AUDIT-ACTION
               MOVE 'OLD NAME DOES NOT MATCH' TO AUD-NOTE
               WRITE AUDIT-REC FROM AUDIT-LINE
           ELSE
               MOVE MX-NAME-2 TO SM-STUDENT-NAME
               REWRITE STUDENT-MASTER-REC
               ADD 1 TO CT-RENAMED
               MOVE MX-ID-1 TO WK-NEW-ID
               MOVE MX-NAME-2 TO WK-NEW-NAME
               PERFORM 42-ADD-RENAME-MAP
               PERFORM 44-AUDIT-ACTION
               MOVE 'RENAMED' TO AUD-NOTE
               WRITE AUDIT-REC FROM AUDIT-LINE
           END-IF
           .

       33B-HOLD-CREDITS.

           MOVE SM-CRED-ATTEMPTED TO WK-HOLD-ATTEMPTED
           MOVE SM-CRED-EARNED TO WK-HOLD-EARNED
           MOVE SM-QUALITY-PTS TO WK-HOLD-QP
           MOVE SM-GPA-4 TO WK-HOLD-GPA-4
           .

      *  FOLD THE HELD CREDITS INTO THE SURVIVING RECORD AND
      *  RECOMPUTE ITS 4.0 GPA WITH THE SAME TRUNCATING DIVIDE THE
      *  POSTING RUNS USE.
       33C-COMBINE-CREDITS.

           PERFORM 31-CHECK-CREDIT-FIELDS
           ADD WK-HOLD-ATTEMPTED TO SM-CRED-ATTEMPTED
           ADD WK-HOLD-EARNED TO SM-CRED-EARNED
           ADD WK-HOLD-QP TO SM-QUALITY-PTS
           IF SM-CRED-ATTEMPTED = 0
               MOVE 0 TO SM-GPA-4
           ELSE
               DIVIDE SM-QUALITY-PTS BY SM-CRED-ATTEMPTED
                    GIVING SM-GPA-4
           END-IF
           .

      *  COMBINE TWO RECORDS THAT ARE REALLY THE SAME STUDENT:
      *  NUMBER-1 IS FOLDED INTO NUMBER-2 AND DELETED, AND ITS
      *  HISTORY TAKES NUMBER-2 AND NUMBER-2'S NAME.  MERGING A
      *  KEY INTO ITSELF WOULD DOUBLE THE COUNTS AND DELETE THE
      *  RESULT, AND A MERGE THE RENAME MAP CANNOT HOLD WOULD LEAVE
      *  THE HISTORY UNDER THE OLD NUMBER -- BOTH ARE REJECTED.
       34-MERGE-STUDENTS.

           IF MX-ID-1 = MX-ID-2
               ADD 1 TO CT-REJECTED
               PERFORM 44-AUDIT-ACTION
               MOVE 'NUMBERS IDENTICAL' TO AUD-NOTE
               WRITE AUDIT-REC FROM AUDIT-LINE
           ELSE
               IF RM-COUNT NOT < RM-MAX-ENTRIES
                       TO AUD-NOTE
                   WRITE AUDIT-REC FROM AUDIT-LINE
               ELSE
                   MOVE MX-ID-1 TO SM-STUDENT-ID
                   READ STUDENT-MASTER
                       INVALID KEY
                           ADD 1 TO CT-REJECTED
                       NOT INVALID KEY
                           MOVE SM-NUM-COURSES TO WK-HOLD-COURSES
                           MOVE SM-SUM-AVERAGES TO WK-HOLD-SUM
                           PERFORM 31-CHECK-CREDIT-FIELDS
                           PERFORM 33B-HOLD-CREDITS
                           MOVE SM-CONF-FIELDS TO WK-HOLD-CONF
                           PERFORM 35-APPLY-MERGE
                   END-READ
               END-IF

       35-APPLY-MERGE.

           MOVE MX-ID-2 TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   ADD 1 TO CT-REJECTED
                       DIVIDE SM-SUM-AVERAGES BY SM-NUM-COURSES
                            GIVING SM-GPA
                   END-IF
                   PERFORM 33C-COMBINE-CREDITS
      *  A FERPA HOLD ON THE RECORD BEING FOLDED IN IS NEVER LOST:
      *  IT CARRIES ONTO A SURVIVOR THAT IS NOT ALREADY HELD
                   IF WK-HOLD-CONF-HOLD = 'Y'
                      AND NOT SM-CONF-HOLD-SET
                       MOVE WK-HOLD-CONF TO SM-CONF-FIELDS
                   END-IF
                   REWRITE STUDENT-MASTER-REC
                   MOVE MX-ID-2 TO WK-NEW-ID
                   MOVE SM-STUDENT-NAME TO WK-NEW-NAME

                   MOVE MX-ID-1 TO SM-STUDENT-ID
                   DELETE STUDENT-MASTER
                       INVALID KEY
                           CONTINUE
           MOVE 0 TO PK-COUNT

           MOVE 'Y' TO SCAN-EOF-FLAG
           MOVE LOW-VALUES TO SM-STUDENT-ID
           START STUDENT-MASTER
               KEY NOT < SM-STUDENT-ID
               INVALID KEY
      *  AN EMPTY MASTER FAILS THE START AND LEAVES THE FILE
      *  POSITION UNDEFINED -- SKIP THE SCAN ENTIRELY OR THE
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > LT-COUNT
                      OR WK-HIT-IDX > 0
               IF LT-STUDENT-ID (WK-IDX) = SM-STUDENT-ID
                   MOVE WK-IDX TO WK-HIT-IDX
               END-IF
           END-PERFORM
               IF LT-TERM (WK-HIT-IDX) < WK-CUTOFF-TERM
                   IF PK-COUNT < PK-MAX-ENTRIES
                       ADD 1 TO PK-COUNT
                       MOVE SM-STUDENT-ID
                           TO PK-STUDENT-ID (PK-COUNT)
                       MOVE LT-TERM (WK-HIT-IDX)
                           TO PK-LAST-TERM (PK-COUNT)
                   ELSE

           PERFORM VARYING WK-JDX FROM 1 BY 1
                   UNTIL WK-JDX > PK-COUNT
               MOVE PK-STUDENT-ID (WK-JDX) TO SM-STUDENT-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STUDENT-MASTER-REC TO AR-MASTER-REC
                       MOVE SM-CREDIT-FIELDS TO AR-CREDIT-FIELDS
                       MOVE SM-STUDENT-ID TO AR-STUDENT-ID
                       MOVE SM-CONF-FIELDS TO AR-CONF-FIELDS
                       MOVE PK-LAST-TERM (WK-JDX) TO AR-LAST-TERM
                       MOVE CURRENT-DATE TO AR-PURGE-DATE
                       WRITE ARCHIVE-REC
                       END-DELETE
                       ADD 1 TO CT-PURGED
                       PERFORM 44-AUDIT-ACTION
                       MOVE PK-STUDENT-ID (WK-JDX) TO AUD-ID-1
                       MOVE SM-STUDENT-NAME TO AUD-NAME-1
                       MOVE 'PURGED TO ARCHIVE' TO AUD-NOTE
                       WRITE AUDIT-REC FROM AUDIT-LINE
               END-READ
           END-PERFORM
           .

      *  A RESULT POSTED UNDER THE WRONG STUDENT NUMBER -- TWO
      *  NAMESAKES FOLDED TOGETHER -- IS MOVED OFF ONTO THE RIGHT
      *  NUMBER: EVERY HISTORY RECORD NUMBER-1 HOLDS FOR THE TERM
      *  AND COURSE ON THE TRANSACTION IS REKEYED TO NUMBER-2.  A
      *  NUMBER-2 NOT YET ON THE MASTER NEEDS ITS NAME FROM THE
      *  TRANSACTION.  THE MASTERS ARE NOT ADJUSTED HERE: WHETHER
      *  THE RESULT COUNTED DEPENDS ON THE REPEAT POLICY OVER THE
      *  WHOLE HISTORY, SO LAB5AUDIT IN REPAIR MODE RECOMPUTES
      *  BOTH STUDENTS FROM THE REKEYED HISTORY (AND BUILDS
      *  NUMBER-2'S MASTER RECORD IF THERE IS NONE).
       40-SPLIT-RESULT.

           IF MX-ID-1 = MX-ID-2 OR MX-ID-2 = SPACES
               ADD 1 TO CT-REJECTED
               PERFORM 44-AUDIT-ACTION
               MOVE 'NUMBERS IDENTICAL OR MISSING' TO AUD-NOTE
               WRITE AUDIT-REC FROM AUDIT-LINE
           ELSE
               IF MX-TERM = SPACES OR MX-COURSE-NUM = SPACES
                   ADD 1 TO CT-REJECTED
                   PERFORM 44-AUDIT-ACTION
                   MOVE 'TERM OR COURSE MISSING' TO AUD-NOTE
                   WRITE AUDIT-REC FROM AUDIT-LINE
               ELSE
                   IF RM-COUNT NOT < RM-MAX-ENTRIES
                       ADD 1 TO CT-REJECTED
                       PERFORM 44-AUDIT-ACTION
                       MOVE 'RENAME MAP FULL - NOT APPLIED'
                           TO AUD-NOTE
                       WRITE AUDIT-REC FROM AUDIT-LINE
                   ELSE
                       MOVE MX-ID-1 TO SM-STUDENT-ID
                       READ STUDENT-MASTER
                           INVALID KEY
                               ADD 1 TO CT-REJECTED
                               PERFORM 44-AUDIT-ACTION
                               MOVE 'SPLIT-FROM NOT FOUND'
                                   TO AUD-NOTE
                               WRITE AUDIT-REC FROM AUDIT-LINE
                               END-WRITE
                           NOT INVALID KEY
                               PERFORM 41-APPLY-SPLIT
                       END-READ
                   END-IF
               END-IF
           END-IF
           .

       41-APPLY-SPLIT.

           MOVE MX-ID-2 TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   IF MX-NAME-2 = SPACES
                       ADD 1 TO CT-REJECTED
                       PERFORM 44-AUDIT-ACTION
                       MOVE 'SPLIT-TO NAME MISSING' TO AUD-NOTE
                       WRITE AUDIT-REC FROM AUDIT-LINE
                   ELSE
                       MOVE MX-NAME-2 TO WK-NEW-NAME
                       PERFORM 41A-RECORD-SPLIT
                   END-IF
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME TO WK-NEW-NAME
                   PERFORM 41A-RECORD-SPLIT
           END-READ
           .

       41A-RECORD-SPLIT.

           ADD 1 TO CT-SPLIT
           MOVE MX-ID-2 TO WK-NEW-ID
           PERFORM 42-ADD-RENAME-MAP
           PERFORM 44-AUDIT-ACTION
           MOVE 'SPLIT - AUDIT REPAIR DUE' TO AUD-NOTE
           WRITE AUDIT-REC FROM AUDIT-LINE
           .

      *  THE HISTORY REKEY IN 46- WORKS FROM THIS MAP, SO A RENAME,
      *  MERGE OR SPLIT THE MAP CANNOT HOLD MUST NEVER REACH THE
      *  MASTER -- 32-, 34- AND 40- REJECT THE TRANSACTION WHILE
      *  THE MAP IS FULL, SO CAPACITY IS ASSURED BY THE TIME THIS
      *  RUNS.  THE CALLER LEAVES THE NEW NUMBER AND NAME IN
      *  WK-NEW-ID AND WK-NEW-NAME.
       42-ADD-RENAME-MAP.

           ADD 1 TO RM-COUNT
           MOVE MX-ID-1 TO RM-OLD-KEY (RM-COUNT)
           MOVE WK-NEW-ID TO RM-NEW-KEY (RM-COUNT)
           MOVE WK-NEW-NAME TO RM-NEW-NAME (RM-COUNT)
           IF MX-ACTION = 'SPLIT'
               MOVE MX-TERM TO RM-TERM (RM-COUNT)
               MOVE MX-COURSE-NUM TO RM-COURSE-NUM (RM-COUNT)
           ELSE
               MOVE SPACES TO RM-TERM (RM-COUNT)
               MOVE SPACES TO RM-COURSE-NUM (RM-COUNT)
           END-IF
           .

      *  SET OR CLEAR THE STUDENT'S FERPA DIRECTORY-INFORMATION
      *  HOLD.  ONLY THE HOLD FIELDS CHANGE.  A BLANK EFFECTIVE
      *  DATE MEANS TODAY; A LATER ONE SCHEDULES THE CHANGE -- THE
      *  PUBLISHING RUNS HONOR A HOLD UNTIL ITS CLEAR TAKES EFFECT
      *  AND IGNORE ONE NOT YET IN FORCE.  AN OLD NAME ON THE
      *  TRANSACTION MUST AGREE WITH THE MASTER, AS FOR A RENAME.
       43-FERPA-HOLD.

           IF MX-EFFECTIVE-DATE = SPACES
               MOVE CURRENT-DATE TO MX-EFFECTIVE-DATE
           END-IF

           EVALUATE TRUE
               WHEN MX-FERPA-OPTION NOT = 'SET'
                AND MX-FERPA-OPTION NOT = 'CLEAR'
                   ADD 1 TO CT-REJECTED
                   PERFORM 44-AUDIT-ACTION
                   MOVE 'OPTION NOT SET OR CLEAR' TO AUD-NOTE
                   WRITE AUDIT-REC FROM AUDIT-LINE
               WHEN MX-EFFECTIVE-DATE NOT NUMERIC
                   ADD 1 TO CT-REJECTED
                   PERFORM 44-AUDIT-ACTION
                   MOVE 'BAD EFFECTIVE DATE' TO AUD-NOTE
                   WRITE AUDIT-REC FROM AUDIT-LINE
               WHEN MX-EFF-MONTH < 1 OR MX-EFF-MONTH > 12
                 OR MX-EFF-DAY < 1 OR MX-EFF-DAY > 31
                   ADD 1 TO CT-REJECTED
                   PERFORM 44-AUDIT-ACTION
                   MOVE 'BAD EFFECTIVE DATE' TO AUD-NOTE
                   WRITE AUDIT-REC FROM AUDIT-LINE
               WHEN OTHER
                   MOVE MX-ID-1 TO SM-STUDENT-ID
                   READ STUDENT-MASTER
                       INVALID KEY
                           ADD 1 TO CT-REJECTED
                           PERFORM 44-AUDIT-ACTION
                           MOVE 'STUDENT NUMBER NOT FOUND'
                               TO AUD-NOTE
                           WRITE AUDIT-REC FROM AUDIT-LINE
                           END-WRITE
                       NOT INVALID KEY
                           PERFORM 43A-APPLY-FERPA
                   END-READ
           END-EVALUATE
           .

       43A-APPLY-FERPA.

      *  A HOLD IS IN FORCE TODAY WHEN IT IS SET AND ALREADY
      *  EFFECTIVE, OR WHEN IT IS CLEARED WITH A DATE STILL AHEAD
      *  (THE HOLD STANDS UNTIL THAT DATE) -- THE SAME TEST THE
      *  GRADE RUN APPLIES.  A SET NEVER REPLACES A HOLD ALREADY
      *  IN FORCE WITH ONE THAT STARTS LATER, AND A CLEAR ONLY
      *  CARRIES A DATE WHEN THERE IS A HOLD FOR IT TO END.
           MOVE 'N' TO HOLD-IN-FORCE-SW
           EVALUATE TRUE
               WHEN SM-CONF-HOLD-SET
                   IF SM-CONF-DATE = SPACES
                      OR SM-CONF-DATE NOT > CURRENT-DATE
                       SET HOLD-IN-FORCE TO TRUE
                   END-IF
               WHEN SM-CONF-HOLD-CLEARED
                   IF SM-CONF-DATE NOT = SPACES
                      AND SM-CONF-DATE > CURRENT-DATE
                       SET HOLD-IN-FORCE TO TRUE
                   END-IF
           END-EVALUATE

           EVALUATE TRUE
               WHEN MX-NAME-1 NOT = SPACES
                AND MX-NAME-1 NOT = SM-STUDENT-NAME
                   ADD 1 TO CT-REJECTED
                   PERFORM 44-AUDIT-ACTION
                   MOVE 'OLD NAME DOES NOT MATCH' TO AUD-NOTE
                   WRITE AUDIT-REC FROM AUDIT-LINE
               WHEN MX-FERPA-OPTION = 'SET'
                AND HOLD-IN-FORCE
                AND SM-CONF-HOLD-SET
                   ADD 1 TO CT-REJECTED
                   PERFORM 44-AUDIT-ACTION
                   MOVE SM-STUDENT-NAME TO AUD-NAME-1
                   MOVE 'HOLD ALREADY IN FORCE' TO AUD-NOTE
                   WRITE AUDIT-REC FROM AUDIT-LINE
               WHEN MX-FERPA-OPTION = 'CLEAR'
                AND NOT HOLD-IN-FORCE
                AND NOT SM-CONF-HOLD-SET
                   ADD 1 TO CT-REJECTED
                   PERFORM 44-AUDIT-ACTION
                   MOVE SM-STUDENT-NAME TO AUD-NAME-1
                   MOVE 'NO HOLD TO CLEAR' TO AUD-NOTE
                   WRITE AUDIT-REC FROM AUDIT-LINE
               WHEN OTHER
                   IF MX-FERPA-OPTION = 'SET'
                       MOVE 'HOLD SET EFF' TO WK-FN-TEXT
      *                A SET AGAINST A CLEAR THAT HAS NOT YET TAKEN
      *                EFFECT CANCELS THE CLEAR; THE HOLD CARRIES ON
      *                WITHOUT A BREAK FROM TODAY.
                       IF HOLD-IN-FORCE
                           MOVE CURRENT-DATE TO MX-EFFECTIVE-DATE
                       END-IF
                       MOVE 'Y' TO SM-CONF-HOLD
                       MOVE MX-EFFECTIVE-DATE TO SM-CONF-DATE
                   ELSE
                       MOVE 'HOLD CLEARED EFF' TO WK-FN-TEXT
                       MOVE 'N' TO SM-CONF-HOLD
      *                A HOLD SET FOR A LATER DATE IS SIMPLY CANCELLED
                       IF HOLD-IN-FORCE
                           MOVE MX-EFFECTIVE-DATE TO SM-CONF-DATE
                       ELSE
                           MOVE SPACES TO SM-CONF-DATE
                       END-IF
                   END-IF
                   REWRITE STUDENT-MASTER-REC
                   ADD 1 TO CT-FERPA
                   MOVE MX-EFFECTIVE-DATE TO WK-FN-DATE
                   PERFORM 44-AUDIT-ACTION
                   MOVE SM-STUDENT-NAME TO AUD-NAME-1
                   MOVE WK-FERPA-NOTE TO AUD-NOTE
                   WRITE AUDIT-REC FROM AUDIT-LINE
           END-EVALUATE
           .

       44-AUDIT-ACTION.

           MOVE CURRENT-DATE TO AUD-DATE
           MOVE MX-ACTION TO AUD-ACTION
           MOVE MX-ID-1 TO AUD-ID-1
           MOVE MX-NAME-1 TO AUD-NAME-1
           MOVE MX-ID-2 TO AUD-ID-2
           MOVE MX-NAME-2 TO AUD-NAME-2
           MOVE SPACES TO AUD-NOTE
           .

      *  REKEY THE HISTORY FOR EVERY RENAME, MERGE AND SPLIT DONE
      *  THIS RUN.  THE HISTORY IS KEYED ON THE STUDENT NUMBER, SO
      *  ONLY THE NUMBERS ON THE MAP ARE READ: EVERY RECORD THE MAP
      *  CHANGES IS SPOOLED TO THE WORK FILE AS IT STANDS, THEN
      *  DELETED AND WRITTEN BACK UNDER ITS NEW NUMBER AND NAME.
      *  THE POSTING SEQUENCE RIDES ALONG UNCHANGED, SO THE RECORD
      *  KEEPS ITS PLACE IN ITS NEW CHAIN.  THE ARCHIVE IS REKEYED
      *  THE SAME WAY IN 48-, OR A MERGED STUDENT'S CLOSED TERMS
      *  WOULD STAY UNDER THE DELETED NUMBER.
       46-REKEY-HISTORY.

           OPEN I-O HISTORY-FILE
           IF HISTORY-FILE-STATUS = '00'
               OPEN OUTPUT HISTWORK-FILE
               PERFORM VARYING WK-JDX FROM 1 BY 1
                       UNTIL WK-JDX > RM-COUNT
                   PERFORM 46A-CHECK-KEY-READ
                   IF NOT KEY-ALREADY-READ
                       PERFORM 46B-SPOOL-ONE-NUMBER
                   END-IF
               END-PERFORM
               CLOSE HISTWORK-FILE

               OPEN INPUT HISTWORK-FILE
               PERFORM UNTIL HISTWORK-EOF-FLAG = 'N'
                   READ HISTWORK-FILE
                       AT END
                           MOVE 'N' TO HISTWORK-EOF-FLAG
                       NOT AT END
                           PERFORM 46C-MOVE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTWORK-FILE
           END-IF
           .

      *  A NUMBER NAMED BY SEVERAL MAP ENTRIES IS READ ONCE --
      *  47- APPLIES THEM ALL, IN ORDER, TO EVERY RECORD.
       46A-CHECK-KEY-READ.

           MOVE 'N' TO KEY-READ-SW
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX NOT < WK-JDX
                      OR KEY-ALREADY-READ
               IF RM-OLD-KEY (WK-IDX) = RM-OLD-KEY (WK-JDX)
                   SET KEY-ALREADY-READ TO TRUE
               END-IF
           END-PERFORM
           .

       46B-SPOOL-ONE-NUMBER.

           MOVE LOW-VALUES TO HI-KEY
           MOVE RM-OLD-KEY (WK-JDX) TO HI-KEY-STUDENT-ID
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
                       IF HI-KEY-STUDENT-ID NOT = RM-OLD-KEY (WK-JDX)
                           MOVE 'N' TO HISTORY-EOF-FLAG
                       ELSE
                           MOVE HI-STUDENT-ID TO SB-STUDENT-ID
                           MOVE HI-STUDENT-NAME TO SB-STUDENT-NAME
                           MOVE HI-TERM TO SB-TERM
                           MOVE HI-COURSE-NUM TO SB-COURSE-NUM
                           PERFORM 47-SUBSTITUTE-NAME
                           IF SB-STUDENT-ID NOT = HI-STUDENT-ID
                              OR SB-STUDENT-NAME
                                 NOT = HI-STUDENT-NAME
                               WRITE HISTWORK-REC FROM HISTORY-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *  THE OLD KEY GOES BEFORE THE NEW ONE IS WRITTEN, SO A
      *  RENAME THAT KEEPS THE NUMBER WRITES BACK UNDER THE SAME
      *  KEY.  THE POSTING SEQUENCE IS UNIQUE ACROSS THE FILE, SO
      *  THE NEW KEY CANNOT ALREADY BE THERE ON A SOUND HISTORY --
      *  IF IT IS, THE RUN STOPS WITHOUT FINALIZING, AS AN ABEND
      *  WOULD, AND THE WORK FILE STILL HOLDS EVERY RECORD BEING
      *  MOVED.
       46C-MOVE-ONE-RECORD.

           MOVE HISTWORK-REC TO HISTORY-REC
           DELETE HISTORY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE

           MOVE HI-STUDENT-ID TO SB-STUDENT-ID
           MOVE HI-STUDENT-NAME TO SB-STUDENT-NAME
           MOVE HI-TERM TO SB-TERM
           MOVE HI-COURSE-NUM TO SB-COURSE-NUM
           PERFORM 47-SUBSTITUTE-NAME
           MOVE SB-STUDENT-ID TO HI-STUDENT-ID
           MOVE SB-STUDENT-ID TO HI-KEY-STUDENT-ID
           MOVE SB-STUDENT-NAME TO HI-STUDENT-NAME

           WRITE HISTORY-REC
               INVALID KEY
                   DISPLAY 'LAB5SMMAINT HISTORY KEY ALREADY ON FILE '
                           HI-KEY
                   DISPLAY 'L5HISTWORK.TXT HOLDS THE RECORDS BEING'
                           ' MOVED -- RELOAD BEFORE RERUNNING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           .

       47-SUBSTITUTE-NAME.

           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > RM-COUNT
               IF SB-STUDENT-ID = RM-OLD-KEY (WK-IDX)
                  AND (RM-TERM (WK-IDX) = SPACES
                       OR (SB-TERM = RM-TERM (WK-IDX)
                           AND SB-COURSE-NUM
                               = RM-COURSE-NUM (WK-IDX)))
                   MOVE RM-NEW-KEY (WK-IDX) TO SB-STUDENT-ID
                   MOVE RM-NEW-NAME (WK-IDX) TO SB-STUDENT-NAME
               END-IF
           END-PERFORM
           .

       48-REKEY-ARCHIVE.

           OPEN INPUT HISTARCH-FILE
           IF HISTARCH-FILE-STATUS = '00'
               OPEN OUTPUT HARCWORK-FILE
               MOVE 'Y' TO SCAN-EOF-FLAG
               PERFORM UNTIL SCAN-EOF-FLAG = 'N'
                   READ HISTARCH-FILE
                       AT END
                           MOVE 'N' TO SCAN-EOF-FLAG
                       NOT AT END
                           MOVE HA-STUDENT-ID TO SB-STUDENT-ID
                           MOVE HA-STUDENT-NAME TO SB-STUDENT-NAME
                           MOVE HA-TERM TO SB-TERM
                           MOVE HA-COURSE-NUM TO SB-COURSE-NUM
                           PERFORM 47-SUBSTITUTE-NAME
                           MOVE SB-STUDENT-ID TO HA-STUDENT-ID
                           MOVE SB-STUDENT-NAME TO HA-STUDENT-NAME
                           WRITE HARCWORK-REC FROM HISTARCH-REC
                   END-READ
               END-PERFORM
               CLOSE HISTARCH-FILE
               CLOSE HARCWORK-FILE

               OPEN INPUT HARCWORK-FILE
               OPEN OUTPUT HISTARCH-FILE
               PERFORM UNTIL HARCWORK-EOF-FLAG = 'N'
                   READ HARCWORK-FILE
                       AT END
                           MOVE 'N' TO HARCWORK-EOF-FLAG
                       NOT AT END
                           WRITE HISTARCH-REC FROM HARCWORK-REC
                   END-READ
               END-PERFORM
               CLOSE HARCWORK-FILE
               CLOSE HISTARCH-FILE
           END-IF
           .

       50-EOF-ROUTINE.

           IF RM-COUNT > 0
               PERFORM 46-REKEY-HISTORY
               PERFORM 48-REKEY-ARCHIVE
           END-IF

           CLOSE STUDENT-MASTER
                   ' TRANSACTIONS ' CT-TRANSACTIONS
                   ' RENAMED ' CT-RENAMED
                   ' MERGED ' CT-MERGED
                   ' SPLIT ' CT-SPLIT
                   ' PURGED ' CT-PURGED
                   ' FERPA ' CT-FERPA
                   ' REJECTED ' CT-REJECTED

      *  A PURGE-KEY OVERFLOW IS LEFT AS A VISIBLE SOFT FAILURE:
