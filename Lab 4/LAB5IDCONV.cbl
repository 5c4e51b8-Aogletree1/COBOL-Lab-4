       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5IDCONV.
       AUTHOR. YOURNAMEHERE.
      *************************
      *              PERMANENT STUDENT NUMBER CONVERSION
      *
      *    ONE-TIME RUN THAT MOVES THE GRADE SYSTEM FROM KEYING ON
      *    THE STUDENT NAME TO KEYING ON THE PERMANENT STUDENT
      *    NUMBER.  EVERY NAME ON THE OLD STUDENT-MASTER, THE
      *    COURSE-RESULT HISTORY AND ITS ARCHIVE, THE PENDING
      *    INCOMPLETES, THE ADVISOR AND STANDING FILES AND THE
      *    OUTSTANDING REJECTS IS GIVEN A NUMBER -- THE REGISTRAR'S
      *    OWN WHERE THE OPTIONAL CROSSWALK CARRIES ONE, OTHERWISE
      *    THE NEXT FROM A STARTING NUMBER -- AND EVERY ONE OF THOSE
      *    FILES IS REWRITTEN IN ITS NEW LAYOUT WITH THE NUMBER
      *    APPENDED.  STUDENTMASTER.DAT IS RELOADED KEYED BY THE
      *    NUMBER.
      *
      *    A NAME THAT WAS TWO STUDENTS ALL ALONG CANNOT BE PULLED
      *    APART BY A PROGRAM, SO THE RUN LISTS THE LIKELY CASES --
      *    ONE NAME GRADED IN TWO SECTIONS OF THE SAME COURSE AND
      *    TERM, ONE NAME ON TWO ADVISOR RECORDS, ONE NAME GIVEN
      *    TWO NUMBERS ON THE CROSSWALK -- FOR THE REGISTRAR TO
      *    SPLIT BY HAND WITH A LAB5SMMAINT 'SPLIT' TRANSACTION.
      *
      *    THE WHOLE NAME TABLE IS BUILT BEFORE ANY FILE IS
      *    REWRITTEN, SO A TABLE OVERFLOW STOPS THE RUN WITH EVERY
      *    FILE STILL IN ITS OLD LAYOUT.  THE RUN REFUSES TO START
      *    ON A HISTORY THAT ALREADY CARRIES STUDENT NUMBERS.
      *    LAB5SMBACK SNAPSHOTS ONLY THE NEW LAYOUT, SO THE
      *    OPERATOR COPIES THE FILES ASIDE BEFORE THIS RUN.
      *******
      *    INPUT:
      *        STUDENTMASTER.DAT - OLD MASTER, KEYED BY NAME
      *        L5IDMAP.TXT    - OPTIONAL REGISTRAR CROSSWALK: NAME,
      *                         SPACE, STUDENT NUMBER
      *        L5IDCPARM.TXT  - OPTIONAL FIRST NUMBER TO ASSIGN TO
      *                         A NAME NOT ON THE CROSSWALK
      *                         (DEFAULT 900000001)
      *******
      *    INPUT AND OUTPUT (REWRITTEN IN THE NEW LAYOUT):
      *        STUDENTMASTER.DAT, L5HISTORY.TXT, L5HISTARCH.TXT,
      *        L5PENDING.TXT, L5ADVISORS.TXT, L5STANDING.TXT,
      *        L5REJECTS.TXT, L5REJCYCLE.TXT, L5RESUBMIT.TXT
      *******
      *    OUTPUT:
      *        L5IDCONV.TXT   - NUMBER ASSIGNMENT LISTING, POSSIBLE
      *                         MERGED NAMESAKES, AND FILE COUNTS
      *************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  THE SAME DATA SET UNDER ITS OLD DESCRIPTION (READ) AND ITS
      *  NEW ONE (RELOADED) -- NEVER OPEN AT THE SAME TIME
           SELECT OLD-MASTER
               ASSIGN TO 'STUDENTMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-STUDENT-NAME
               FILE STATUS IS OM-FILE-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN TO 'STUDENTMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS SM-FILE-STATUS.

           SELECT CROSSWALK-FILE
               ASSIGN TO 'L5IDMAP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CROSSWALK-FILE-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'L5IDCPARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'L5HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO 'L5HISTARCH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO 'L5PENDING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.

           SELECT ADVMAST-FILE
               ASSIGN TO 'L5ADVISORS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADVMAST-FILE-STATUS.

           SELECT STANDING-FILE
               ASSIGN TO 'L5STANDING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDING-FILE-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO 'L5REJECTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.

           SELECT RECYCLE-FILE
               ASSIGN TO 'L5REJCYCLE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECYCLE-FILE-STATUS.

           SELECT RESUBMIT-FILE
               ASSIGN TO 'L5RESUBMIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESUBMIT-FILE-STATUS.

      *  EACH FILE IS CONVERTED INTO THIS WORK FILE AND THEN
      *  COPIED BACK OVER ITSELF -- A LINE SEQUENTIAL FILE CANNOT
      *  BE REWRITTEN IN PLACE WHILE IT IS STILL BEING READ.
           SELECT CONVWORK-FILE
               ASSIGN TO 'L5IDCWORK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE
               ASSIGN TO 'L5IDCONV.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *  THE MASTER AS EVERY PROGRAM DESCRIBED IT BEFORE THE
      *  CONVERSION -- 50 BYTES, KEYED BY THE NAME
       FD  OLD-MASTER
           RECORD CONTAINS 50 CHARACTERS.
      *
       01  OLD-MASTER-REC.
           05  OM-STUDENT-NAME         PIC X(20).
           05  OM-BODY                 PIC X(30).
      *
      *  THE CURRENT MASTER LAYOUT.  NO STUDENT IS UNDER A FERPA
      *  HOLD YET, SO THE HOLD FIELDS ARE WRITTEN BLANK.
       FD  STUDENT-MASTER
           RECORD CONTAINS 68 CHARACTERS.
      *
       01  STUDENT-MASTER-REC.
           05  SM-STUDENT-NAME         PIC X(20).
           05  SM-BODY                 PIC X(30).
      *  THE PERMANENT STUDENT NUMBER -- THE RECORD KEY
           05  SM-STUDENT-ID           PIC X(9).
           05  SM-CONF-FIELDS          PIC X(9).
      *
       FD  CROSSWALK-FILE
           RECORD CONTAINS 30 CHARACTERS.
      *
       01  CROSSWALK-REC.
           05  CW-STUDENT-NAME         PIC X(20).
           05  FILLER                  PIC X.
           05  CW-STUDENT-ID           PIC X(9).
      *
       FD  PARM-FILE
           RECORD CONTAINS 9 CHARACTERS.
      *
       01  PARM-RECORD.
           05  PARM-FIRST-ID           PIC 9(9).
      *
      *  EVERY CONVERTED FILE IS DESCRIBED IN ITS NEW LAYOUT.  AN
      *  OLD RECORD IS SHORTER BY THE NINE BYTES OF THE NUMBER AND
      *  IS SPACE-PADDED ON READ, SO ITS NUMBER COMES BACK BLANK;
      *  ONLY THE NAME AND THE NUMBER ARE PICKED APART HERE.
       FD  HISTORY-FILE
           RECORD CONTAINS 49 CHARACTERS.
      *
       01  HISTORY-REC.
           05  HI-REC-TYPE             PIC X.
           05  HI-STUDENT-NAME         PIC X(20).
           05  HI-TERM                 PIC X(4).
           05  HI-COURSE-NUM           PIC X(5).
           05  FILLER                  PIC X(5).
           05  HI-SECTION              PIC X(2).
           05  FILLER                  PIC X(3).
           05  HI-STUDENT-ID           PIC X(9).
      *
       FD  ARCHIVE-FILE
           RECORD CONTAINS 65 CHARACTERS.
      *
       01  ARCHIVE-REC.
           05  AR-REC-TYPE             PIC X.
           05  AR-STUDENT-NAME         PIC X(20).
           05  FILLER                  PIC X(35).
           05  AR-STUDENT-ID           PIC X(9).
      *
       FD  PENDING-FILE
           RECORD CONTAINS 64 CHARACTERS.
      *
       01  PENDING-REC.
           05  PD-STUDENT-NAME         PIC X(20).
           05  FILLER                  PIC X(35).
           05  PD-STUDENT-ID           PIC X(9).
      *
       FD  ADVMAST-FILE
           RECORD CONTAINS 66 CHARACTERS.
      *
       01  ADVMAST-REC.
           05  AM-STUDENT-NAME         PIC X(20).
           05  FILLER                  PIC X(37).
           05  AM-STUDENT-ID           PIC X(9).
      *
       FD  STANDING-FILE
           RECORD CONTAINS 45 CHARACTERS.
      *
       01  STANDING-REC.
           05  ST-STUDENT-NAME         PIC X(20).
           05  FILLER                  PIC X(16).
           05  ST-STUDENT-ID           PIC X(9).
      *
      *  THE REJECT RECORD EMBEDS THE WHOLE CLASS RECORD, SO THE
      *  NUMBER GOES INTO THE MIDDLE OF IT -- THE REASON CODE AND
      *  REJECT DATE MOVE RIGHT.  REBUILT THROUGH WK-OLD-REJECT AND
      *  WK-NEW-REJECT, NEVER IN THE RECORD AREA.
       FD  REJECT-FILE
           RECORD CONTAINS 84 CHARACTERS.
      *
       01  REJECT-REC                  PIC X(84).
      *
       FD  RECYCLE-FILE
           RECORD CONTAINS 84 CHARACTERS.
      *
       01  RECYCLE-REC                 PIC X(84).
      *
       FD  RESUBMIT-FILE
           RECORD CONTAINS 64 CHARACTERS.
      *
       01  RESUBMIT-REC.
           05  RS-COURSE-NUM           PIC X(5).
           05  RS-STUDENT-NAME         PIC X(20).
           05  FILLER                  PIC X(30).
           05  RS-STUDENT-ID           PIC X(9).
      *
       FD  CONVWORK-FILE
           RECORD CONTAINS 84 CHARACTERS.
      *
       01  CONVWORK-REC                PIC X(84).
      *
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-REC                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  INPUT-EOF-FLAG      PIC X         VALUE 'Y'.
           05  WORK-EOF-FLAG       PIC X         VALUE 'Y'.
           05  INPUT-PRESENT-SW    PIC X         VALUE 'N'.
               88  INPUT-PRESENT                VALUE 'Y'.
           05  ALREADY-CONVERTED-SW PIC X        VALUE 'N'.
               88  ALREADY-CONVERTED            VALUE 'Y'.
      *
       01  OM-FILE-STATUS          PIC XX        VALUE '00'.
      *
       01  SM-FILE-STATUS          PIC XX        VALUE '00'.
      *
       01  CROSSWALK-FILE-STATUS   PIC XX        VALUE '00'.
      *
       01  PARM-FILE-STATUS        PIC XX        VALUE '00'.
      *
       01  HISTORY-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  ARCHIVE-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  PENDING-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  ADVMAST-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  STANDING-FILE-STATUS    PIC XX        VALUE '00'.
      *
       01  REJECT-FILE-STATUS      PIC XX        VALUE '00'.
      *
       01  RECYCLE-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  RESUBMIT-FILE-STATUS    PIC XX        VALUE '00'.
      *
       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
           05  CD-MONTH            PIC XX.
           05  CD-DAY              PIC XX.
      *
      *  PARAMETER BLOCK FOR THE LAB5RUNCTL SERVICE.  THE
      *  CONVERSION REWRITES STUDENTMASTER.DAT AND L5HISTORY.TXT,
      *  SO IT CLAIMS AS AN UPDATER AND HOLDS THE SERIALIZATION
      *  LOCK FOR THE WHOLE RUN.
       01  RUN-CTL-PARMS.
           05  RP-FUNCTION         PIC X         VALUE 'C'.
           05  RP-PROGRAM          PIC X(15)     VALUE 'LAB5IDCONV'.
           05  RP-UPDATER-SW       PIC X         VALUE 'Y'.
           05  RP-RESUME-OWN-SW    PIC X         VALUE 'N'.
           05  RP-RUN-NUMBER       PIC 9(6)      VALUE 0.
           05  RP-STATUS           PIC X(10)     VALUE 'STARTED'.
           05  RP-RESUMED          PIC 9(6)      VALUE 0.
           05  RP-READ-COUNT       PIC 9(6)      VALUE 0.
           05  RP-RESULT           PIC X         VALUE '0'.
               88  RUN-REFUSED                   VALUE 'L'.
      *
      *  ONE ENTRY PER DISTINCT NAME, WITH THE NUMBER IT CARRIES
      *  FROM HERE ON AND THE FILE IT WAS FIRST FOUND IN.  EVERY
      *  FILE IS REWRITTEN FROM THIS TABLE.
       01  ID-TABLE-AREA.
           05  IX-MAX-ENTRIES      PIC S9(5)     VALUE +10000.
           05  IX-COUNT            PIC S9(5)     VALUE +0.
           05  IX-ENTRY OCCURS 10000 TIMES.
               10  IX-STUDENT-NAME PIC X(20).
               10  IX-STUDENT-ID   PIC X(9).
               10  IX-SOURCE       PIC X(10).
               10  IX-ADV-SEEN-SW  PIC X.
      *
      *  THE SECTION EACH NAME WAS FIRST SEEN IN FOR EACH COURSE
      *  AND TERM OF THE HISTORY -- A SECOND SECTION FOR THE SAME
      *  NAME, COURSE AND TERM IS THE SIGN OF TWO STUDENTS SHARING
      *  ONE NAME.
       01  SPREAD-TABLE-AREA.
           05  SS-MAX-ENTRIES      PIC S9(5)     VALUE +20000.
           05  SS-COUNT            PIC S9(5)     VALUE +0.
           05  SS-ENTRY OCCURS 20000 TIMES.
               10  SS-STUDENT-NAME PIC X(20).
               10  SS-TERM         PIC X(4).
               10  SS-COURSE-NUM   PIC X(5).
               10  SS-SECTION      PIC X(2).
               10  SS-FLAGGED-SW   PIC X.
      *
      *  POSSIBLE MERGED NAMESAKES, HELD FOR THE LISTING
       01  SUSPECT-TABLE-AREA.
           05  SU-MAX-ENTRIES      PIC S9(4)     VALUE +2000.
           05  SU-COUNT            PIC S9(4)     VALUE +0.
           05  SU-ENTRY OCCURS 2000 TIMES.
               10  SU-STUDENT-ID   PIC X(9).
               10  SU-STUDENT-NAME PIC X(20).
               10  SU-REASON       PIC X(24).
               10  SU-DETAIL       PIC X(16).
      *
       01  WORK-FIELDS.
           05  IX-IDX              PIC S9(5)     VALUE +0.
           05  IX-HIT-IDX          PIC S9(5)     VALUE +0.
           05  SS-IDX              PIC S9(5)     VALUE +0.
           05  SS-HIT-IDX          PIC S9(5)     VALUE +0.
           05  SU-IDX              PIC S9(4)     VALUE +0.
           05  WK-NAME             PIC X(20)     VALUE SPACES.
           05  WK-SOURCE           PIC X(10)     VALUE SPACES.
           05  WK-NEXT-ID          PIC 9(9)      VALUE 900000001.
           05  WK-HIGH-ID          PIC 9(9)      VALUE 0.
           05  WK-STUDENT-ID-OUT   PIC X(9)      VALUE SPACES.
      *
      *  A REJECT RECORD BEFORE AND AFTER THE NUMBER IS SPLICED IN
       01  WK-OLD-REJECT.
           05  WO-CF-RECORD.
               10  WO-COURSE-NUM   PIC X(5).
               10  WO-STUDENT-NAME PIC X(20).
               10  FILLER          PIC X(30).
           05  WO-REJECT-TAIL      PIC X(20).
           05  FILLER              PIC X(9).
      *
       01  WK-NEW-REJECT.
           05  WN-CF-RECORD        PIC X(55).
           05  WN-STUDENT-ID       PIC X(9).
           05  WN-REJECT-TAIL      PIC X(20).
      *
      *  THE SECTION-SPREAD DETAIL: TERM, COURSE, BOTH SECTIONS
       01  WK-SPREAD-DETAIL.
           05  WD-TERM             PIC X(4).
           05                      PIC X         VALUE SPACES.
           05  WD-COURSE-NUM       PIC X(5).
           05                      PIC X         VALUE SPACES.
           05  WD-SECTION-1        PIC X(2).
           05                      PIC X         VALUE '/'.
           05  WD-SECTION-2        PIC X(2).
      *
       01  COUNT-FIELDS.
           05  CT-CROSSWALK        PIC S9(6)     VALUE +0.
           05  CT-ASSIGNED         PIC S9(6)     VALUE +0.
           05  CT-MASTER           PIC S9(6)     VALUE +0.
           05  CT-HISTORY          PIC S9(6)     VALUE +0.
           05  CT-ARCHIVE          PIC S9(6)     VALUE +0.
           05  CT-PENDING          PIC S9(6)     VALUE +0.
           05  CT-ADVISORS         PIC S9(6)     VALUE +0.
           05  CT-STANDING         PIC S9(6)     VALUE +0.
           05  CT-REJECTS          PIC S9(6)     VALUE +0.
           05  CT-RECYCLE          PIC S9(6)     VALUE +0.
           05  CT-RESUBMIT         PIC S9(6)     VALUE +0.
           05  CT-READ             PIC S9(6)     VALUE +0.
      **************************OUTPUT AREA***************************
       01  REPORT-HEADER-1.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(30)
                   VALUE 'STUDENT NUMBER CONVERSION'.
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
       01  ASSIGN-HEADER.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(11)     VALUE 'NUMBER'.
           05                      PIC X(22)     VALUE 'NAME'.
           05                      PIC X(10)     VALUE 'SOURCE'.
      *
       01  ASSIGN-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05  AL-STUDENT-ID       PIC X(9).
           05                      PIC X(2)      VALUE SPACES.
           05  AL-STUDENT-NAME     PIC X(20).
           05                      PIC X(2)      VALUE SPACES.
           05  AL-SOURCE           PIC X(10).
      *
       01  SUSPECT-HEADER-1.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(50)
               VALUE 'POSSIBLE MERGED NAMESAKES -- REGISTRAR TO SPLIT'.
      *
       01  SUSPECT-HEADER-2.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(11)     VALUE 'NUMBER'.
           05                      PIC X(22)     VALUE 'NAME'.
           05                      PIC X(25)     VALUE 'REASON'.
           05                      PIC X(15)     VALUE 'DETAIL'.
      *
       01  SUSPECT-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05  XL-STUDENT-ID       PIC X(9).
           05                      PIC X(2)      VALUE SPACES.
           05  XL-STUDENT-NAME     PIC X(20).
           05                      PIC X(2)      VALUE SPACES.
           05  XL-REASON           PIC X(24).
           05                      PIC X         VALUE SPACES.
           05  XL-DETAIL           PIC X(16).
      *
       01  NO-SUSPECT-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(40)
                   VALUE 'NONE FOUND'.
      *
       01  SUMMARY-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05  SL-CAPTION          PIC X(30).
           05  SL-COUNT            PIC ZZZZZ9.
      *
       01  REFUSED-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(60)
               VALUE '** HISTORY ALREADY NUMBERED -- NOT RUN'.
      *
       PROCEDURE DIVISION.
      *
       10-CONTROL-MODULE.

           PERFORM 15-HOUSEKEEPING
           PERFORM 20-NUMBER-OLD-MASTER
           PERFORM 21-NUMBER-HISTORY
           PERFORM 23-NUMBER-OTHER-FILES
           PERFORM 30-CONVERT-MASTER
           PERFORM 31-CONVERT-HISTORY
           PERFORM 32-CONVERT-ARCHIVE
           PERFORM 33-CONVERT-PENDING
           PERFORM 34-CONVERT-ADVISORS
           PERFORM 35-CONVERT-STANDING
           PERFORM 36-CONVERT-REJECTS
           PERFORM 37-CONVERT-RECYCLE
           PERFORM 38-CONVERT-RESUBMIT
           PERFORM 50-EOF-ROUTINE
           .

       15-HOUSEKEEPING.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO RH-MONTH
           MOVE CD-DAY TO RH-DAY
           MOVE CD-YEAR TO RH-YEAR

           PERFORM 12-CLAIM-RUN-NUMBER

           OPEN OUTPUT REPORT-FILE
           MOVE RP-RUN-NUMBER TO RH-RUN-NUMBER
           WRITE REPORT-REC FROM REPORT-HEADER-1

           PERFORM 13-CHECK-NOT-CONVERTED
           PERFORM 17-READ-PARM-CARD
           PERFORM 18-LOAD-CROSSWALK
           .

      *  CLAIM THE RUN NUMBER AND THE MASTER-FILE SERIALIZATION
      *  LOCK THROUGH THE LAB5RUNCTL SERVICE.  A CLAIM REFUSED
      *  BECAUSE ANOTHER UPDATING RUN IS STILL IN FLIGHT STOPS THE
      *  JOB BEFORE ANY FILE IS OPENED.
       12-CLAIM-RUN-NUMBER.

           MOVE 'C' TO RP-FUNCTION
           CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS

           IF RUN-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *  A SECOND CONVERSION WOULD READ THE NEW MASTER UNDER THE
      *  OLD DESCRIPTION AND SPLICE A SECOND NUMBER INTO EVERY
      *  REJECT.  A HISTORY WHOSE FIRST RECORD ALREADY CARRIES A
      *  NUMBER MEANS THE CONVERSION HAS RUN -- STOP WITH NOTHING
      *  TOUCHED.
       13-CHECK-NOT-CONVERTED.

           OPEN INPUT HISTORY-FILE

           IF HISTORY-FILE-STATUS = '00'
               READ HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HI-STUDENT-ID NOT = SPACES
                           SET ALREADY-CONVERTED TO TRUE
                       END-IF
               END-READ
               CLOSE HISTORY-FILE
           END-IF

           IF ALREADY-CONVERTED
               WRITE REPORT-REC FROM REFUSED-LINE
                   AFTER ADVANCING 2
               CLOSE REPORT-FILE
               DISPLAY 'LAB5IDCONV HISTORY ALREADY CARRIES STUDENT'
                       ' NUMBERS -- RUN STOPPED'
               MOVE 'F' TO RP-FUNCTION
               MOVE 'CONVERTED' TO RP-STATUS
               CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *  OPTIONAL CARD CARRYING THE FIRST NUMBER TO HAND OUT TO A
      *  NAME THE CROSSWALK DOES NOT COVER
       17-READ-PARM-CARD.

           OPEN INPUT PARM-FILE

           IF PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FIRST-ID NUMERIC AND PARM-FIRST-ID > 0
                           MOVE PARM-FIRST-ID TO WK-NEXT-ID
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           .

      *  THE REGISTRAR'S OWN NUMBERS COME FIRST.  A NAME GIVEN TWO
      *  DIFFERENT NUMBERS KEEPS THE FIRST AND IS LISTED -- IT IS
      *  ALMOST CERTAINLY TWO STUDENTS.  NUMBERS HANDED OUT LATER
      *  START ABOVE THE HIGHEST CROSSWALK NUMBER SO THEY CANNOT
      *  COLLIDE WITH ONE.
       18-LOAD-CROSSWALK.

           OPEN INPUT CROSSWALK-FILE

           IF CROSSWALK-FILE-STATUS = '00'
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ CROSSWALK-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           PERFORM 19-TABLE-CROSSWALK-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CROSSWALK-FILE
           END-IF

           IF WK-NEXT-ID NOT > WK-HIGH-ID
               COMPUTE WK-NEXT-ID = WK-HIGH-ID + 1
           END-IF
           .

       19-TABLE-CROSSWALK-ENTRY.

           IF CW-STUDENT-NAME NOT = SPACES
              AND CW-STUDENT-ID NUMERIC
              AND CW-STUDENT-ID NOT = ZEROES
               MOVE CW-STUDENT-NAME TO WK-NAME
               PERFORM 60-LOOKUP-NAME
               IF IX-HIT-IDX = 0
                   PERFORM 63-CHECK-TABLE-ROOM
                   ADD 1 TO IX-COUNT
                   MOVE CW-STUDENT-NAME TO IX-STUDENT-NAME (IX-COUNT)
                   MOVE CW-STUDENT-ID TO IX-STUDENT-ID (IX-COUNT)
                   MOVE 'CROSSWALK' TO IX-SOURCE (IX-COUNT)
                   MOVE 'N' TO IX-ADV-SEEN-SW (IX-COUNT)
                   ADD 1 TO CT-CROSSWALK
                   IF CW-STUDENT-ID > WK-HIGH-ID
                       MOVE CW-STUDENT-ID TO WK-HIGH-ID
                   END-IF
               ELSE
                   IF IX-STUDENT-ID (IX-HIT-IDX) NOT = CW-STUDENT-ID
                       PERFORM 64-CHECK-SUSPECT-ROOM
                       ADD 1 TO SU-COUNT
                       MOVE IX-STUDENT-ID (IX-HIT-IDX)
                           TO SU-STUDENT-ID (SU-COUNT)
                       MOVE WK-NAME TO SU-STUDENT-NAME (SU-COUNT)
                       MOVE 'TWO CROSSWALK NUMBERS'
                           TO SU-REASON (SU-COUNT)
                       MOVE CW-STUDENT-ID TO SU-DETAIL (SU-COUNT)
                   END-IF
               END-IF
           END-IF
           .

      *  THE OLD MASTER, READ IN NAME ORDER UNDER ITS OLD KEY
       20-NUMBER-OLD-MASTER.

           OPEN INPUT OLD-MASTER

           IF OM-FILE-STATUS = '00'
               MOVE 'MASTER' TO WK-SOURCE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ OLD-MASTER
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE OM-STUDENT-NAME TO WK-NAME
                           PERFORM 62-LOOKUP-OR-ASSIGN
                   END-READ
               END-PERFORM
               CLOSE OLD-MASTER
           END-IF
           .

      *  A NAME FOUND ONLY IN THE HISTORY (A STUDENT WHOSE EVERY
      *  RESULT WAS HELD OUT OF THE MASTER) GETS ITS NUMBER HERE.
      *  THE SAME PASS WATCHES FOR ONE NAME IN TWO SECTIONS.
       21-NUMBER-HISTORY.

           OPEN INPUT HISTORY-FILE

           IF HISTORY-FILE-STATUS = '00'
               MOVE 'HISTORY' TO WK-SOURCE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE HI-STUDENT-NAME TO WK-NAME
                           PERFORM 62-LOOKUP-OR-ASSIGN
                           PERFORM 22-CHECK-SECTION-SPREAD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           .

      *  A BLANK SECTION IS A RECORD FROM BEFORE SECTIONS EXISTED
      *  AND PROVES NOTHING EITHER WAY.
       22-CHECK-SECTION-SPREAD.

           IF HI-SECTION NOT = SPACES AND WK-NAME NOT = SPACES
               MOVE 0 TO SS-HIT-IDX
               PERFORM VARYING SS-IDX FROM 1 BY 1
                       UNTIL SS-IDX > SS-COUNT
                          OR SS-HIT-IDX > 0
                   IF SS-STUDENT-NAME (SS-IDX) = HI-STUDENT-NAME
                      AND SS-TERM (SS-IDX) = HI-TERM
                      AND SS-COURSE-NUM (SS-IDX) = HI-COURSE-NUM
                       MOVE SS-IDX TO SS-HIT-IDX
                   END-IF
               END-PERFORM

               IF SS-HIT-IDX = 0
                   IF SS-COUNT NOT < SS-MAX-ENTRIES
                       DISPLAY 'LAB5IDCONV SECTION TABLE FULL AT '
                               SS-MAX-ENTRIES ' -- RUN STOPPED'
                       PERFORM 66-STOP-TABLE-FULL
                   END-IF
                   ADD 1 TO SS-COUNT
                   MOVE HI-STUDENT-NAME TO SS-STUDENT-NAME (SS-COUNT)
                   MOVE HI-TERM TO SS-TERM (SS-COUNT)
                   MOVE HI-COURSE-NUM TO SS-COURSE-NUM (SS-COUNT)
                   MOVE HI-SECTION TO SS-SECTION (SS-COUNT)
                   MOVE 'N' TO SS-FLAGGED-SW (SS-COUNT)
               ELSE
                   IF SS-SECTION (SS-HIT-IDX) NOT = HI-SECTION
                      AND SS-FLAGGED-SW (SS-HIT-IDX) = 'N'
                       MOVE 'Y' TO SS-FLAGGED-SW (SS-HIT-IDX)
                       MOVE HI-TERM TO WD-TERM
                       MOVE HI-COURSE-NUM TO WD-COURSE-NUM
                       MOVE SS-SECTION (SS-HIT-IDX) TO WD-SECTION-1
                       MOVE HI-SECTION TO WD-SECTION-2
                       PERFORM 64-CHECK-SUSPECT-ROOM
                       ADD 1 TO SU-COUNT
                       MOVE IX-STUDENT-ID (IX-HIT-IDX)
                           TO SU-STUDENT-ID (SU-COUNT)
                       MOVE WK-NAME TO SU-STUDENT-NAME (SU-COUNT)
                       MOVE 'TWO SECTIONS ONE TERM'
                           TO SU-REASON (SU-COUNT)
                       MOVE WK-SPREAD-DETAIL TO SU-DETAIL (SU-COUNT)
                   END-IF
               END-IF
           END-IF
           .

      *  EVERY OTHER FILE THAT NAMES A STUDENT.  A NAME SEEN ONLY
      *  HERE -- A REJECT NEVER POSTED, SAY -- STILL GETS A NUMBER
      *  SO ITS RECORD CAN BE CONVERTED.
       23-NUMBER-OTHER-FILES.

           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS = '00'
               MOVE 'ARCHIVE' TO WK-SOURCE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE AR-STUDENT-NAME TO WK-NAME
                           PERFORM 62-LOOKUP-OR-ASSIGN
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF

           OPEN INPUT PENDING-FILE
           IF PENDING-FILE-STATUS = '00'
               MOVE 'PENDING' TO WK-SOURCE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ PENDING-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE PD-STUDENT-NAME TO WK-NAME
                           PERFORM 62-LOOKUP-OR-ASSIGN
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF

      *  TWO ADVISOR ASSIGNMENTS FOR ONE NAME ARE LISTED -- THE
      *  LIKELIEST EXPLANATION IS TWO STUDENTS WITH TWO ADVISORS.
           OPEN INPUT ADVMAST-FILE
           IF ADVMAST-FILE-STATUS = '00'
               MOVE 'ADVISORS' TO WK-SOURCE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ ADVMAST-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE AM-STUDENT-NAME TO WK-NAME
                           PERFORM 62-LOOKUP-OR-ASSIGN
                           PERFORM 24-CHECK-ADVISOR-DUPLICATE
                   END-READ
               END-PERFORM
               CLOSE ADVMAST-FILE
           END-IF

           OPEN INPUT STANDING-FILE
           IF STANDING-FILE-STATUS = '00'
               MOVE 'STANDING' TO WK-SOURCE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ STANDING-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE ST-STUDENT-NAME TO WK-NAME
                           PERFORM 62-LOOKUP-OR-ASSIGN
                   END-READ
               END-PERFORM
               CLOSE STANDING-FILE
           END-IF

           OPEN INPUT REJECT-FILE
           IF REJECT-FILE-STATUS = '00'
               MOVE 'REJECTS' TO WK-SOURCE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ REJECT-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE REJECT-REC TO WK-OLD-REJECT
                           MOVE WO-STUDENT-NAME TO WK-NAME
                           PERFORM 62-LOOKUP-OR-ASSIGN
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF

           OPEN INPUT RECYCLE-FILE
           IF RECYCLE-FILE-STATUS = '00'
               MOVE 'REJCYCLE' TO WK-SOURCE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ RECYCLE-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE RECYCLE-REC TO WK-OLD-REJECT
                           MOVE WO-STUDENT-NAME TO WK-NAME
                           PERFORM 62-LOOKUP-OR-ASSIGN
                   END-READ
               END-PERFORM
               CLOSE RECYCLE-FILE
           END-IF

           OPEN INPUT RESUBMIT-FILE
           IF RESUBMIT-FILE-STATUS = '00'
               MOVE 'RESUBMIT' TO WK-SOURCE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ RESUBMIT-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE RS-STUDENT-NAME TO WK-NAME
                           PERFORM 62-LOOKUP-OR-ASSIGN
                   END-READ
               END-PERFORM
               CLOSE RESUBMIT-FILE
           END-IF
           .

       24-CHECK-ADVISOR-DUPLICATE.

           IF IX-HIT-IDX > 0
               IF IX-ADV-SEEN-SW (IX-HIT-IDX) = 'Y'
                   PERFORM 64-CHECK-SUSPECT-ROOM
                   ADD 1 TO SU-COUNT
                   MOVE IX-STUDENT-ID (IX-HIT-IDX)
                       TO SU-STUDENT-ID (SU-COUNT)
                   MOVE WK-NAME TO SU-STUDENT-NAME (SU-COUNT)
                   MOVE 'TWO ADVISOR RECORDS' TO SU-REASON (SU-COUNT)
                   MOVE SPACES TO SU-DETAIL (SU-COUNT)
               ELSE
                   MOVE 'Y' TO IX-ADV-SEEN-SW (IX-HIT-IDX)
               END-IF
           END-IF
           .

      *  RELOAD THE MASTER UNDER ITS NEW KEY.  THE OLD RECORDS ARE
      *  UNLOADED TO THE WORK FILE WITH THEIR NUMBERS FIRST, BECAUSE
      *  OPENING THE NEW MASTER FOR OUTPUT EMPTIES THE DATA SET.
       30-CONVERT-MASTER.

           MOVE 'N' TO INPUT-PRESENT-SW
           OPEN INPUT OLD-MASTER

           IF OM-FILE-STATUS = '00'
               SET INPUT-PRESENT TO TRUE
               OPEN OUTPUT CONVWORK-FILE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ OLD-MASTER
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE OM-STUDENT-NAME TO SM-STUDENT-NAME
                           MOVE OM-BODY TO SM-BODY
                           MOVE OM-STUDENT-NAME TO WK-NAME
                           PERFORM 61-FIND-NUMBER
                           MOVE WK-STUDENT-ID-OUT TO SM-STUDENT-ID
                           MOVE SPACES TO SM-CONF-FIELDS
                           WRITE CONVWORK-REC FROM STUDENT-MASTER-REC
                   END-READ
               END-PERFORM
               CLOSE OLD-MASTER
               CLOSE CONVWORK-FILE
           END-IF

           IF INPUT-PRESENT
               OPEN INPUT CONVWORK-FILE
               OPEN OUTPUT STUDENT-MASTER
               MOVE 'Y' TO WORK-EOF-FLAG
               PERFORM UNTIL WORK-EOF-FLAG = 'N'
                   READ CONVWORK-FILE
                       AT END
                           MOVE 'N' TO WORK-EOF-FLAG
                       NOT AT END
                           MOVE CONVWORK-REC TO STUDENT-MASTER-REC
                           WRITE STUDENT-MASTER-REC
                               INVALID KEY
                                   DISPLAY 'LAB5IDCONV DUPLICATE '
                                       'NUMBER ' SM-STUDENT-ID
                                       ' FOR ' SM-STUDENT-NAME
                               NOT INVALID KEY
                                   ADD 1 TO CT-MASTER
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CONVWORK-FILE
               CLOSE STUDENT-MASTER
           END-IF
           .

       31-CONVERT-HISTORY.

           MOVE 'N' TO INPUT-PRESENT-SW
           OPEN INPUT HISTORY-FILE

           IF HISTORY-FILE-STATUS = '00'
               SET INPUT-PRESENT TO TRUE
               OPEN OUTPUT CONVWORK-FILE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE HI-STUDENT-NAME TO WK-NAME
                           PERFORM 61-FIND-NUMBER
                           MOVE WK-STUDENT-ID-OUT TO HI-STUDENT-ID
                           WRITE CONVWORK-REC FROM HISTORY-REC
                           ADD 1 TO CT-HISTORY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               CLOSE CONVWORK-FILE
           END-IF

           IF INPUT-PRESENT
               OPEN INPUT CONVWORK-FILE
               OPEN OUTPUT HISTORY-FILE
               MOVE 'Y' TO WORK-EOF-FLAG
               PERFORM UNTIL WORK-EOF-FLAG = 'N'
                   READ CONVWORK-FILE
                       AT END
                           MOVE 'N' TO WORK-EOF-FLAG
                       NOT AT END
                           WRITE HISTORY-REC FROM CONVWORK-REC
                   END-READ
               END-PERFORM
               CLOSE CONVWORK-FILE
               CLOSE HISTORY-FILE
           END-IF
           .

       32-CONVERT-ARCHIVE.

           MOVE 'N' TO INPUT-PRESENT-SW
           OPEN INPUT ARCHIVE-FILE

           IF ARCHIVE-FILE-STATUS = '00'
               SET INPUT-PRESENT TO TRUE
               OPEN OUTPUT CONVWORK-FILE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE AR-STUDENT-NAME TO WK-NAME
                           PERFORM 61-FIND-NUMBER
                           MOVE WK-STUDENT-ID-OUT TO AR-STUDENT-ID
                           WRITE CONVWORK-REC FROM ARCHIVE-REC
                           ADD 1 TO CT-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               CLOSE CONVWORK-FILE
           END-IF

           IF INPUT-PRESENT
               OPEN INPUT CONVWORK-FILE
               OPEN OUTPUT ARCHIVE-FILE
               MOVE 'Y' TO WORK-EOF-FLAG
               PERFORM UNTIL WORK-EOF-FLAG = 'N'
                   READ CONVWORK-FILE
                       AT END
                           MOVE 'N' TO WORK-EOF-FLAG
                       NOT AT END
                           WRITE ARCHIVE-REC FROM CONVWORK-REC
                   END-READ
               END-PERFORM
               CLOSE CONVWORK-FILE
               CLOSE ARCHIVE-FILE
           END-IF
           .

       33-CONVERT-PENDING.

           MOVE 'N' TO INPUT-PRESENT-SW
           OPEN INPUT PENDING-FILE

           IF PENDING-FILE-STATUS = '00'
               SET INPUT-PRESENT TO TRUE
               OPEN OUTPUT CONVWORK-FILE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ PENDING-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE PD-STUDENT-NAME TO WK-NAME
                           PERFORM 61-FIND-NUMBER
                           MOVE WK-STUDENT-ID-OUT TO PD-STUDENT-ID
                           WRITE CONVWORK-REC FROM PENDING-REC
                           ADD 1 TO CT-PENDING
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
               CLOSE CONVWORK-FILE
           END-IF

           IF INPUT-PRESENT
               OPEN INPUT CONVWORK-FILE
               OPEN OUTPUT PENDING-FILE
               MOVE 'Y' TO WORK-EOF-FLAG
               PERFORM UNTIL WORK-EOF-FLAG = 'N'
                   READ CONVWORK-FILE
                       AT END
                           MOVE 'N' TO WORK-EOF-FLAG
                       NOT AT END
                           WRITE PENDING-REC FROM CONVWORK-REC
                   END-READ
               END-PERFORM
               CLOSE CONVWORK-FILE
               CLOSE PENDING-FILE
           END-IF
           .

       34-CONVERT-ADVISORS.

           MOVE 'N' TO INPUT-PRESENT-SW
           OPEN INPUT ADVMAST-FILE

           IF ADVMAST-FILE-STATUS = '00'
               SET INPUT-PRESENT TO TRUE
               OPEN OUTPUT CONVWORK-FILE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ ADVMAST-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE AM-STUDENT-NAME TO WK-NAME
                           PERFORM 61-FIND-NUMBER
                           MOVE WK-STUDENT-ID-OUT TO AM-STUDENT-ID
                           WRITE CONVWORK-REC FROM ADVMAST-REC
                           ADD 1 TO CT-ADVISORS
                   END-READ
               END-PERFORM
               CLOSE ADVMAST-FILE
               CLOSE CONVWORK-FILE
           END-IF

           IF INPUT-PRESENT
               OPEN INPUT CONVWORK-FILE
               OPEN OUTPUT ADVMAST-FILE
               MOVE 'Y' TO WORK-EOF-FLAG
               PERFORM UNTIL WORK-EOF-FLAG = 'N'
                   READ CONVWORK-FILE
                       AT END
                           MOVE 'N' TO WORK-EOF-FLAG
                       NOT AT END
                           WRITE ADVMAST-REC FROM CONVWORK-REC
                   END-READ
               END-PERFORM
               CLOSE CONVWORK-FILE
               CLOSE ADVMAST-FILE
           END-IF
           .

       35-CONVERT-STANDING.

           MOVE 'N' TO INPUT-PRESENT-SW
           OPEN INPUT STANDING-FILE

           IF STANDING-FILE-STATUS = '00'
               SET INPUT-PRESENT TO TRUE
               OPEN OUTPUT CONVWORK-FILE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ STANDING-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE ST-STUDENT-NAME TO WK-NAME
                           PERFORM 61-FIND-NUMBER
                           MOVE WK-STUDENT-ID-OUT TO ST-STUDENT-ID
                           WRITE CONVWORK-REC FROM STANDING-REC
                           ADD 1 TO CT-STANDING
                   END-READ
               END-PERFORM
               CLOSE STANDING-FILE
               CLOSE CONVWORK-FILE
           END-IF

           IF INPUT-PRESENT
               OPEN INPUT CONVWORK-FILE
               OPEN OUTPUT STANDING-FILE
               MOVE 'Y' TO WORK-EOF-FLAG
               PERFORM UNTIL WORK-EOF-FLAG = 'N'
                   READ CONVWORK-FILE
                       AT END
                           MOVE 'N' TO WORK-EOF-FLAG
                       NOT AT END
                           WRITE STANDING-REC FROM CONVWORK-REC
                   END-READ
               END-PERFORM
               CLOSE CONVWORK-FILE
               CLOSE STANDING-FILE
           END-IF
           .

       36-CONVERT-REJECTS.

           MOVE 'N' TO INPUT-PRESENT-SW
           OPEN INPUT REJECT-FILE

           IF REJECT-FILE-STATUS = '00'
               SET INPUT-PRESENT TO TRUE
               OPEN OUTPUT CONVWORK-FILE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ REJECT-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE REJECT-REC TO WK-OLD-REJECT
                           PERFORM 39-SPLICE-REJECT
                           ADD 1 TO CT-REJECTS
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
               CLOSE CONVWORK-FILE
           END-IF

           IF INPUT-PRESENT
               OPEN INPUT CONVWORK-FILE
               OPEN OUTPUT REJECT-FILE
               MOVE 'Y' TO WORK-EOF-FLAG
               PERFORM UNTIL WORK-EOF-FLAG = 'N'
                   READ CONVWORK-FILE
                       AT END
                           MOVE 'N' TO WORK-EOF-FLAG
                       NOT AT END
                           WRITE REJECT-REC FROM CONVWORK-REC
                   END-READ
               END-PERFORM
               CLOSE CONVWORK-FILE
               CLOSE REJECT-FILE
           END-IF
           .

       37-CONVERT-RECYCLE.

           MOVE 'N' TO INPUT-PRESENT-SW
           OPEN INPUT RECYCLE-FILE

           IF RECYCLE-FILE-STATUS = '00'
               SET INPUT-PRESENT TO TRUE
               OPEN OUTPUT CONVWORK-FILE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ RECYCLE-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE RECYCLE-REC TO WK-OLD-REJECT
                           PERFORM 39-SPLICE-REJECT
                           ADD 1 TO CT-RECYCLE
                   END-READ
               END-PERFORM
               CLOSE RECYCLE-FILE
               CLOSE CONVWORK-FILE
           END-IF

           IF INPUT-PRESENT
               OPEN INPUT CONVWORK-FILE
               OPEN OUTPUT RECYCLE-FILE
               MOVE 'Y' TO WORK-EOF-FLAG
               PERFORM UNTIL WORK-EOF-FLAG = 'N'
                   READ CONVWORK-FILE
                       AT END
                           MOVE 'N' TO WORK-EOF-FLAG
                       NOT AT END
                           WRITE RECYCLE-REC FROM CONVWORK-REC
                   END-READ
               END-PERFORM
               CLOSE CONVWORK-FILE
               CLOSE RECYCLE-FILE
           END-IF
           .

       38-CONVERT-RESUBMIT.

           MOVE 'N' TO INPUT-PRESENT-SW
           OPEN INPUT RESUBMIT-FILE

           IF RESUBMIT-FILE-STATUS = '00'
               SET INPUT-PRESENT TO TRUE
               OPEN OUTPUT CONVWORK-FILE
               MOVE 'Y' TO INPUT-EOF-FLAG
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ RESUBMIT-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           MOVE RS-STUDENT-NAME TO WK-NAME
                           PERFORM 61-FIND-NUMBER
                           MOVE WK-STUDENT-ID-OUT TO RS-STUDENT-ID
                           WRITE CONVWORK-REC FROM RESUBMIT-REC
                           ADD 1 TO CT-RESUBMIT
                   END-READ
               END-PERFORM
               CLOSE RESUBMIT-FILE
               CLOSE CONVWORK-FILE
           END-IF

           IF INPUT-PRESENT
               OPEN INPUT CONVWORK-FILE
               OPEN OUTPUT RESUBMIT-FILE
               MOVE 'Y' TO WORK-EOF-FLAG
               PERFORM UNTIL WORK-EOF-FLAG = 'N'
                   READ CONVWORK-FILE
                       AT END
                           MOVE 'N' TO WORK-EOF-FLAG
                       NOT AT END
                           WRITE RESUBMIT-REC FROM CONVWORK-REC
                   END-READ
               END-PERFORM
               CLOSE CONVWORK-FILE
               CLOSE RESUBMIT-FILE
           END-IF
           .

      *  THE OLD 75-BYTE REJECT BECOMES THE 84-BYTE ONE: THE CLASS
      *  RECORD, ITS NEW NUMBER, THEN THE REASON CODE AND DATE.
       39-SPLICE-REJECT.

           MOVE WO-STUDENT-NAME TO WK-NAME
           PERFORM 61-FIND-NUMBER
           MOVE WO-CF-RECORD TO WN-CF-RECORD
           MOVE WK-STUDENT-ID-OUT TO WN-STUDENT-ID
           MOVE WO-REJECT-TAIL TO WN-REJECT-TAIL
           WRITE CONVWORK-REC FROM WK-NEW-REJECT
           .

       50-EOF-ROUTINE.

           WRITE REPORT-REC FROM ASSIGN-HEADER
               AFTER ADVANCING 3
           PERFORM VARYING IX-IDX FROM 1 BY 1
                   UNTIL IX-IDX > IX-COUNT
               MOVE IX-STUDENT-ID (IX-IDX) TO AL-STUDENT-ID
               MOVE IX-STUDENT-NAME (IX-IDX) TO AL-STUDENT-NAME
               MOVE IX-SOURCE (IX-IDX) TO AL-SOURCE
               WRITE REPORT-REC FROM ASSIGN-LINE
                   AFTER ADVANCING 1
           END-PERFORM

           WRITE REPORT-REC FROM SUSPECT-HEADER-1
               AFTER ADVANCING 3
           WRITE REPORT-REC FROM SUSPECT-HEADER-2
               AFTER ADVANCING 2
           IF SU-COUNT = 0
               WRITE REPORT-REC FROM NO-SUSPECT-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING SU-IDX FROM 1 BY 1
                   UNTIL SU-IDX > SU-COUNT
               MOVE SU-STUDENT-ID (SU-IDX) TO XL-STUDENT-ID
               MOVE SU-STUDENT-NAME (SU-IDX) TO XL-STUDENT-NAME
               MOVE SU-REASON (SU-IDX) TO XL-REASON
               MOVE SU-DETAIL (SU-IDX) TO XL-DETAIL
               WRITE REPORT-REC FROM SUSPECT-LINE
                   AFTER ADVANCING 1
           END-PERFORM

           MOVE 'NUMBERS FROM CROSSWALK' TO SL-CAPTION
           MOVE CT-CROSSWALK TO SL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 3

           MOVE 'NUMBERS ASSIGNED THIS RUN' TO SL-CAPTION
           MOVE CT-ASSIGNED TO SL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'POSSIBLE NAMESAKES LISTED' TO SL-CAPTION
           MOVE SU-COUNT TO SL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'STUDENT-MASTER RELOADED' TO SL-CAPTION
           MOVE CT-MASTER TO SL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 2

           MOVE 'L5HISTORY CONVERTED' TO SL-CAPTION
           MOVE CT-HISTORY TO SL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'L5HISTARCH CONVERTED' TO SL-CAPTION
           MOVE CT-ARCHIVE TO SL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'L5PENDING CONVERTED' TO SL-CAPTION
           MOVE CT-PENDING TO SL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'L5ADVISORS CONVERTED' TO SL-CAPTION
           MOVE CT-ADVISORS TO SL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'L5STANDING CONVERTED' TO SL-CAPTION
           MOVE CT-STANDING TO SL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'L5REJECTS CONVERTED' TO SL-CAPTION
           MOVE CT-REJECTS TO SL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'L5REJCYCLE CONVERTED' TO SL-CAPTION
           MOVE CT-RECYCLE TO SL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'L5RESUBMIT CONVERTED' TO SL-CAPTION
           MOVE CT-RESUBMIT TO SL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           CLOSE REPORT-FILE

           COMPUTE CT-READ = CT-MASTER + CT-HISTORY + CT-ARCHIVE
               + CT-PENDING + CT-ADVISORS + CT-STANDING
               + CT-REJECTS + CT-RECYCLE + CT-RESUBMIT
           MOVE 'COMPLETED' TO RP-STATUS
           PERFORM 54-FINALIZE-RUN-CONTROL

           DISPLAY 'LAB5IDCONV RUN ' RP-RUN-NUMBER
                   ' NAMES ' IX-COUNT
                   ' ASSIGNED ' CT-ASSIGNED
                   ' NAMESAKES ' SU-COUNT

           STOP RUN
           .

      *  STAMP THE OUTCOME, LOG THE EXECUTION, AND RELEASE THE
      *  SERIALIZATION LOCK ON THE MASTER FILES.
       54-FINALIZE-RUN-CONTROL.

           MOVE 'F' TO RP-FUNCTION
           MOVE CT-READ TO RP-READ-COUNT
           CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
           .

       60-LOOKUP-NAME.

           MOVE 0 TO IX-HIT-IDX
           PERFORM VARYING IX-IDX FROM 1 BY 1
                   UNTIL IX-IDX > IX-COUNT
                      OR IX-HIT-IDX > 0
               IF IX-STUDENT-NAME (IX-IDX) = WK-NAME
                   MOVE IX-IDX TO IX-HIT-IDX
               END-IF
           END-PERFORM
           .

      *  THE NUMBER A CONVERTED RECORD CARRIES.  EVERY NAME WAS
      *  TABLED IN THE NUMBERING PASS, SO ONLY A BLANK NAME COMES
      *  BACK WITHOUT ONE -- AND STAYS BLANK, FOR THE READERS TO
      *  TREAT AS AN UNNUMBERED RECORD.
       61-FIND-NUMBER.

           MOVE SPACES TO WK-STUDENT-ID-OUT
           PERFORM 60-LOOKUP-NAME
           IF IX-HIT-IDX > 0
               MOVE IX-STUDENT-ID (IX-HIT-IDX) TO WK-STUDENT-ID-OUT
           END-IF
           .

      *  A NAME NOT YET TABLED TAKES THE NEXT NUMBER IN SEQUENCE
       62-LOOKUP-OR-ASSIGN.

           PERFORM 60-LOOKUP-NAME

           IF IX-HIT-IDX = 0 AND WK-NAME NOT = SPACES
               PERFORM 63-CHECK-TABLE-ROOM
               ADD 1 TO IX-COUNT
               MOVE WK-NAME TO IX-STUDENT-NAME (IX-COUNT)
               MOVE WK-NEXT-ID TO IX-STUDENT-ID (IX-COUNT)
               MOVE WK-SOURCE TO IX-SOURCE (IX-COUNT)
               MOVE 'N' TO IX-ADV-SEEN-SW (IX-COUNT)
               ADD 1 TO WK-NEXT-ID
               ADD 1 TO CT-ASSIGNED
               MOVE IX-COUNT TO IX-HIT-IDX
           END-IF
           .

      *  A NAME PAST THE TABLE LIMIT WOULD BE CONVERTED WITHOUT A
      *  NUMBER -- STOP HARD INSTEAD, WHILE EVERY FILE IS STILL IN
      *  ITS OLD LAYOUT
       63-CHECK-TABLE-ROOM.

           IF IX-COUNT NOT < IX-MAX-ENTRIES
               DISPLAY 'LAB5IDCONV NAME TABLE FULL AT '
                       IX-MAX-ENTRIES ' -- RUN STOPPED'
               PERFORM 66-STOP-TABLE-FULL
           END-IF
           .

       64-CHECK-SUSPECT-ROOM.

           IF SU-COUNT NOT < SU-MAX-ENTRIES
               DISPLAY 'LAB5IDCONV NAMESAKE TABLE FULL AT '
                       SU-MAX-ENTRIES ' -- RUN STOPPED'
               PERFORM 66-STOP-TABLE-FULL
           END-IF
           .

       66-STOP-TABLE-FULL.

           DISPLAY 'RAISE THE TABLE LIMIT AND RERUN THE JOB --'
                   ' NO FILE HAS BEEN CHANGED'
           CLOSE REPORT-FILE
           MOVE 'F' TO RP-FUNCTION
           MOVE 'TBLOVRFL' TO RP-STATUS
           CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
