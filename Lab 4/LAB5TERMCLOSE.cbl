       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5TERMCLOSE.
       AUTHOR. YOURNAMEHERE.
      *************************
      *              TERM CLOSE RUN
      *
      *    THE ONLY PROGRAM THAT MARKS A TERM CLOSED ON THE TERM
      *    CALENDAR.  ONCE CLOSED, THE TERM RUN, LAB5AMEND,
      *    LAB5LAPSE AND LAB5REJFIX REFUSE TO POST INTO THE TERM
      *    UNLESS THE REGISTRAR FILES AN OVERRIDE (SEE LAB5TERMCHK),
      *    SO THE TERM MAY ONLY BE CLOSED WHEN NOTHING IS STILL IN
      *    FLIGHT FOR IT.  THIS RUN WORKS THE CLOSE CHECKLIST:
      *      - LAB5REGMATCH SHOWS NO GRADE FOR THE TERM STILL
      *        UNCONFIRMED OR REJECTED BY THE REGISTRAR;
      *      - L5PENDING.TXT HOLDS NO INCOMPLETE FOR THE TERM
      *        WHOSE DEADLINE HAS PASSED BUT WHICH LAB5LAPSE HAS
      *        NOT YET SWEPT;
      *      - THE LATEST FULL-FILE LAB5AUDIT RUN ON THE RUN LOG
      *        FINISHED CLEAN ('COMPLETED') ON OR AFTER THE TERM'S
      *        GRADING DEADLINE, SO THE MASTER WAS PROVED AGAINST
      *        THE TERM'S FINAL GRADES.  A SINGLE-STUDENT AUDIT
      *        PROVES ONE RECORD ONLY AND IS PASSED OVER;
      *      - L5REJCYCLE.TXT HOLDS NO REJECT FOR THE TERM.
      *    THE CHECKLIST RESULTS ARE PRINTED EITHER WAY.  ONLY
      *    WHEN EVERY ITEM PASSES IS THE CALENDAR REWRITTEN WITH
      *    THE TERM CLOSED AS OF TODAY, AND THE CLOSE STAMPED ON
      *    THE RUN LOG AS 'CLOSE ' AND THE TERM.  A FAILED
      *    CHECKLIST ENDS RC 8 WITH THE CALENDAR UNTOUCHED.
      *******
      *    INPUT:
      *        L5TCLOSEPARM.TXT - TERM TO CLOSE
      *        L5TERMCAL.TXT  - TERM CALENDAR (ALSO REWRITTEN)
      *        L5REGUNCF.TXT  - UNCONFIRMED/REJECTED GRADES AS OF
      *                         THE LATEST LAB5REGMATCH RUN
      *        L5PENDING.TXT  - PENDING INCOMPLETES
      *        L5RUNLOG.TXT   - PERMANENT RUN LOG
      *        L5REJCYCLE.TXT - REJECTS STILL OUTSTANDING
      *******
      *    OUTPUT:
      *        L5TERMCAL.TXT  - TERM MARKED CLOSED WITH TODAY'S DATE
      *        L5TCLOSE.TXT   - CHECKLIST REPORT
      *************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO 'L5TCLOSEPARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO 'L5TERMCAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

           SELECT CALWORK-FILE
               ASSIGN TO 'L5CALWORK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNCONF-FILE
               ASSIGN TO 'L5REGUNCF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNCONF-FILE-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO 'L5PENDING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO 'L5RUNLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-FILE-STATUS.

           SELECT RECYCLE-FILE
               ASSIGN TO 'L5REJCYCLE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECYCLE-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'L5TCLOSE.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  PARM-FILE
           RECORD CONTAINS 4 CHARACTERS.
      *
       01  PARM-RECORD.
           05  PARM-TERM               PIC X(4).
      *
      *  SAME LAYOUT LAB5TERMCHK TABLES
       FD  CALENDAR-FILE
           RECORD CONTAINS 30 CHARACTERS.
      *
       01  CALENDAR-REC.
           05  CA-TERM                 PIC X(4).
           05  FILLER                  PIC X.
           05  CA-STATUS               PIC X(7).
           05  FILLER                  PIC X.
           05  CA-GRADE-DEADLINE       PIC X(8).
           05  FILLER                  PIC X.
           05  CA-CLOSE-DATE           PIC X(8).
      *
      *  THE REWRITTEN CALENDAR IS SPOOLED HERE, THEN COPIED BACK
      *  OVER L5TERMCAL.TXT -- THE SAME WORK-FILE-AND-COPY-BACK
      *  PATTERN LAB5REJFIX USES ON ITS RECYCLE FILE.
       FD  CALWORK-FILE
           RECORD CONTAINS 30 CHARACTERS.
      *
       01  CALWORK-REC                 PIC X(30).
      *
      *  SAME LAYOUT LAB5REGMATCH WRITES IN 36-WRITE-UNCONFIRMED
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
      *  SAME LAYOUT LAB5SINGLEBREAK WRITES IN 37B-WRITE-PENDING
       FD  PENDING-FILE
           RECORD CONTAINS 64 CHARACTERS.
      *
       01  PENDING-REC.
           05  PD-STUDENT-NAME         PIC X(20).
           05  FILLER                  PIC X.
           05  PD-TERM                 PIC X(4).
           05  FILLER                  PIC X.
           05  PD-COURSE-NUM           PIC X(5).
           05  FILLER                  PIC X.
           05  PD-SECTION              PIC X(2).
           05  FILLER                  PIC X.
           05  PD-LAPSE-AVG            PIC 999V9.
           05  FILLER                  PIC X.
           05  PD-DEADLINE             PIC X(8).
           05  FILLER                  PIC X.
           05  PD-RUN-NUMBER           PIC 9(6).
           05  PD-STUDENT-ID           PIC X(9).
      *
      *  SAME LINE LAB5RUNCTL BUILDS IN RUN-LOG-LINE.  A START LINE
      *  CARRIES A BLANK END STAMP; A FINALIZE LINE CARRIES THE
      *  OUTCOME.
       FD  RUN-LOG-FILE
           RECORD CONTAINS 120 CHARACTERS.
      *
       01  RUN-LOG-REC.
           05  FILLER                  PIC X(4).
           05  LG-RUN-NUMBER           PIC X(6).
           05  FILLER                  PIC X(7).
           05  LG-START-STAMP          PIC X(14).
           05  FILLER                  PIC X(5).
           05  LG-END-STAMP.
               10  LG-END-DATE         PIC X(8).
               10  LG-END-TIME         PIC X(6).
           05  FILLER                  PIC X.
           05  LG-STATUS               PIC X(10).
               88  LG-ONE-STUDENT-AUDIT    VALUE 'ONESTUDENT'
                                                 'ONEDRIFTED'
                                                 'ONEREPAIR'.
           05  FILLER                  PIC X(9).
           05  FILLER                  PIC X(6).
           05  FILLER                  PIC X(6).
           05  FILLER                  PIC X(6).
           05  FILLER                  PIC X(5).
           05  LG-PROGRAM              PIC X(15).
           05  FILLER                  PIC X(12).
      *
      *  SAME LAYOUT LAB5REJFIX CARRIES FORWARD -- THE CF-RECORD
      *  IMAGE, WHOSE TERM SITS AFTER THE COURSE AND NAME, THEN
      *  THE REASON CODE AND REJECT DATE
       FD  RECYCLE-FILE
           RECORD CONTAINS 84 CHARACTERS.
      *
       01  RECYCLE-REC.
           05  RY-COURSE-NUM           PIC X(5).
           05  RY-NAME                 PIC X(20).
           05  RY-TERM                 PIC X(4).
           05  FILLER                  PIC X(55).
      *
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-REC                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  CALENDAR-EOF-FLAG   PIC X         VALUE 'Y'.
           05  CALWORK-EOF-FLAG    PIC X         VALUE 'Y'.
           05  UNCONF-EOF-FLAG     PIC X         VALUE 'Y'.
           05  PENDING-EOF-FLAG    PIC X         VALUE 'Y'.
           05  RUN-LOG-EOF-FLAG    PIC X         VALUE 'Y'.
           05  RECYCLE-EOF-FLAG    PIC X         VALUE 'Y'.
           05  TERM-FOUND-SW       PIC X         VALUE 'N'.
               88  TERM-FOUND                   VALUE 'Y'.
           05  CHECKLIST-SW        PIC X         VALUE 'Y'.
               88  CHECKLIST-PASSED             VALUE 'Y'.
               88  CHECKLIST-FAILED             VALUE 'N'.
           05  AUDIT-FOUND-SW      PIC X         VALUE 'N'.
               88  AUDIT-FOUND                  VALUE 'Y'.
      *
       01  PARM-FILE-STATUS        PIC XX        VALUE '00'.
      *
       01  CALENDAR-FILE-STATUS    PIC XX        VALUE '00'.
      *
       01  UNCONF-FILE-STATUS      PIC XX        VALUE '00'.
      *
       01  PENDING-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  RUN-LOG-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  RECYCLE-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
           05  CD-MONTH            PIC XX.
           05  CD-DAY              PIC XX.
      *
      *  PARAMETER BLOCK FOR THE LAB5RUNCTL SERVICE.  THE CLOSE
      *  CLAIMS AS AN UPDATER SO NO POSTING RUN CAN BE IN FLIGHT
      *  WHILE THE CHECKLIST IS WORKED AND THE CALENDAR REWRITTEN.
       01  RUN-CTL-PARMS.
           05  RP-FUNCTION         PIC X         VALUE 'C'.
           05  RP-PROGRAM          PIC X(15)     VALUE 'LAB5TERMCLOSE'.
           05  RP-UPDATER-SW       PIC X         VALUE 'Y'.
           05  RP-RESUME-OWN-SW    PIC X         VALUE 'N'.
           05  RP-RUN-NUMBER       PIC 9(6)      VALUE 0.
           05  RP-STATUS           PIC X(10)     VALUE 'STARTED'.
           05  RP-RESUMED          PIC 9(6)      VALUE 0.
           05  RP-READ-COUNT       PIC 9(6)      VALUE 0.
           05  RP-RESULT           PIC X         VALUE '0'.
               88  RUN-REFUSED                   VALUE 'L'.
      *
       01  CLOSE-STATUS-BUILD.
           05                      PIC X(6)      VALUE 'CLOSE '.
           05  CS-TERM             PIC X(4).
      *
       01  WORK-FIELDS.
           05  WK-TERM             PIC X(4)      VALUE SPACES.
           05  WK-TERM-STATUS      PIC X(7)      VALUE SPACES.
           05  WK-GRADE-DEADLINE   PIC X(8)      VALUE SPACES.
           05  WK-AUDIT-RUN        PIC X(6)      VALUE SPACES.
           05  WK-AUDIT-STATUS     PIC X(10)     VALUE SPACES.
           05  WK-AUDIT-DATE       PIC X(8)      VALUE SPACES.
           05  WK-CHECK-COUNT      PIC S9(5)     VALUE +0.
      *
       01  COUNT-FIELDS.
           05  CT-CALENDAR-READ    PIC S9(5)     VALUE +0.
           05  CT-UNCONFIRMED      PIC S9(5)     VALUE +0.
           05  CT-PAST-DEADLINE    PIC S9(5)     VALUE +0.
           05  CT-RECYCLED         PIC S9(5)     VALUE +0.
      **************************OUTPUT AREA***************************
       01  REPORT-HEADER-1.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(30)
                   VALUE 'TERM CLOSE CHECKLIST'.
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
       01  TERM-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(5)      VALUE 'TERM '.
           05  TL-TERM             PIC X(4).
           05                      PIC X(10)     VALUE '  STATUS '.
           05  TL-STATUS           PIC X(7).
           05                      PIC X(19)
                   VALUE '  GRADING DEADLINE '.
           05  TL-DEADLINE         PIC X(8).
      *
       01  CHECK-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05  CK-CAPTION          PIC X(42).
           05  CK-COUNT            PIC ZZZZZ9.
           05                      PIC X(2)      VALUE SPACES.
           05  CK-VERDICT          PIC X(4).
      *
       01  AUDIT-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(21)
                   VALUE 'LATEST LAB5AUDIT RUN '.
           05  AL-RUN-NUMBER       PIC X(6).
           05                      PIC X(7)      VALUE ' ENDED '.
           05  AL-END-DATE         PIC X(8).
           05                      PIC X(1)      VALUE SPACES.
           05  AL-STATUS           PIC X(10).
           05                      PIC X(2)      VALUE SPACES.
           05  AL-VERDICT          PIC X(4).
      *
       01  MESSAGE-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05  ML-MESSAGE          PIC X(60).
      *
       PROCEDURE DIVISION.
      *
       10-CONTROL-MODULE.

           PERFORM 15-HOUSEKEEPING
           PERFORM 20-FIND-TERM

           IF TERM-FOUND AND WK-TERM-STATUS NOT = 'CLOSED'
               PERFORM 30-CHECK-REGISTRAR
               PERFORM 32-CHECK-PENDING
               PERFORM 34-CHECK-AUDIT
               PERFORM 36-CHECK-RECYCLE
               IF CHECKLIST-PASSED
                   PERFORM 40-CLOSE-TERM
               END-IF
           END-IF

           PERFORM 50-EOF-ROUTINE
           .

       15-HOUSEKEEPING.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CD-MONTH TO RH-MONTH
           MOVE CD-DAY TO RH-DAY
           MOVE CD-YEAR TO RH-YEAR

           PERFORM 12-CLAIM-RUN-NUMBER
           PERFORM 17-READ-PARM-CARD

           OPEN OUTPUT REPORT-FILE
           MOVE RP-RUN-NUMBER TO RH-RUN-NUMBER
           WRITE REPORT-REC FROM REPORT-HEADER-1
           .

      *  CLAIM THE RUN NUMBER AND THE SERIALIZATION LOCK THROUGH
      *  THE LAB5RUNCTL SERVICE.  A CLAIM REFUSED BECAUSE ANOTHER
      *  UPDATING RUN IS STILL IN FLIGHT STOPS THE JOB BEFORE ANY
      *  FILE IS OPENED.
       12-CLAIM-RUN-NUMBER.

           MOVE 'C' TO RP-FUNCTION
           CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS

           IF RUN-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *  THE TERM TO CLOSE.  NO CARD, OR A BLANK ONE, CLOSES
      *  NOTHING -- A TERM IS NEVER CLOSED BY DEFAULT.
       17-READ-PARM-CARD.

           OPEN INPUT PARM-FILE

           IF PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-TERM TO WK-TERM
               END-READ
               CLOSE PARM-FILE
           END-IF
           .

      *  LOOK THE TERM UP ON THE CALENDAR.  A TERM THE CALENDAR
      *  DOES NOT LIST CANNOT BE CLOSED -- IT HAS NO GRADING
      *  DEADLINE TO PROVE THE AUDIT AGAINST.
       20-FIND-TERM.

           IF WK-TERM NOT = SPACES
               OPEN INPUT CALENDAR-FILE
               IF CALENDAR-FILE-STATUS = '00'
                   PERFORM UNTIL CALENDAR-EOF-FLAG = 'N'
                       READ CALENDAR-FILE
                           AT END
                               MOVE 'N' TO CALENDAR-EOF-FLAG
                           NOT AT END
                               ADD 1 TO CT-CALENDAR-READ
                               IF CA-TERM = WK-TERM
                                   SET TERM-FOUND TO TRUE
                                   MOVE CA-STATUS TO WK-TERM-STATUS
                                   MOVE CA-GRADE-DEADLINE
                                       TO WK-GRADE-DEADLINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CALENDAR-FILE
               END-IF
           END-IF

           MOVE WK-TERM TO TL-TERM
           MOVE WK-TERM-STATUS TO TL-STATUS
           MOVE WK-GRADE-DEADLINE TO TL-DEADLINE
           WRITE REPORT-REC FROM TERM-LINE
               AFTER ADVANCING 2
           .

      *  EVERY GRADE FOR THE TERM THE LATEST MATCHING RUN STILL
      *  SHOWS UNCONFIRMED OR REJECTED.  NO EXTRACT AT ALL MEANS
      *  THE MATCHING RUN HAS NEVER BEEN MADE, WHICH FAILS THE ITEM.
       30-CHECK-REGISTRAR.

           MOVE 'REGISTRAR POSTS UNCONFIRMED OR REJECTED'
               TO CK-CAPTION

           OPEN INPUT UNCONF-FILE
           IF UNCONF-FILE-STATUS = '00'
               PERFORM UNTIL UNCONF-EOF-FLAG = 'N'
                   READ UNCONF-FILE
                       AT END
                           MOVE 'N' TO UNCONF-EOF-FLAG
                       NOT AT END
                           IF UF-TERM = WK-TERM
                               ADD 1 TO CT-UNCONFIRMED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNCONF-FILE
               MOVE CT-UNCONFIRMED TO WK-CHECK-COUNT
               PERFORM 38-SET-VERDICT
           ELSE
               MOVE 'NO LAB5REGMATCH RUN ON FILE' TO CK-CAPTION
               MOVE 0 TO CK-COUNT
               MOVE 'FAIL' TO CK-VERDICT
               SET CHECKLIST-FAILED TO TRUE
           END-IF

           WRITE REPORT-REC FROM CHECK-LINE
               AFTER ADVANCING 2
           .

      *  AN INCOMPLETE PAST ITS DEADLINE IS DUE TO LAPSE TO F --
      *  LAB5LAPSE MUST SWEEP IT BEFORE THE TERM CAN CLOSE.  ONE
      *  STILL INSIDE ITS DEADLINE DOES NOT HOLD THE CLOSE UP.
       32-CHECK-PENDING.

           MOVE 'INCOMPLETES PAST DEADLINE, NOT LAPSED'
               TO CK-CAPTION

           OPEN INPUT PENDING-FILE
           IF PENDING-FILE-STATUS = '00'
               PERFORM UNTIL PENDING-EOF-FLAG = 'N'
                   READ PENDING-FILE
                       AT END
                           MOVE 'N' TO PENDING-EOF-FLAG
                       NOT AT END
                           IF PD-TERM = WK-TERM
                              AND PD-DEADLINE < CURRENT-DATE
                               ADD 1 TO CT-PAST-DEADLINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF

           MOVE CT-PAST-DEADLINE TO WK-CHECK-COUNT
           PERFORM 38-SET-VERDICT
           WRITE REPORT-REC FROM CHECK-LINE
               AFTER ADVANCING 1
           .

      *  THE LAST FINALIZE LINE A FULL-FILE LAB5AUDIT LEFT ON THE
      *  RUN LOG; A SINGLE-STUDENT AUDIT'S LINE IS SKIPPED, SO IT
      *  CAN NEITHER PASS THE ITEM NOR HIDE AN EARLIER DRIFT.  IT
      *  MUST SAY 'COMPLETED' -- A REPAIRED OR DRIFTED MASTER HAS
      *  TO BE AUDITED CLEAN AGAIN -- AND MUST HAVE ENDED ON OR
      *  AFTER THE GRADING DEADLINE, OR IT PROVED THE MASTER
      *  BEFORE THE TERM'S LAST GRADES WERE IN.
       34-CHECK-AUDIT.

           OPEN INPUT RUN-LOG-FILE
           IF RUN-LOG-FILE-STATUS = '00'
               PERFORM UNTIL RUN-LOG-EOF-FLAG = 'N'
                   READ RUN-LOG-FILE
                       AT END
                           MOVE 'N' TO RUN-LOG-EOF-FLAG
                       NOT AT END
                           IF LG-PROGRAM = 'LAB5AUDIT'
                              AND LG-END-STAMP NOT = SPACES
                              AND NOT LG-ONE-STUDENT-AUDIT
                               SET AUDIT-FOUND TO TRUE
                               MOVE LG-RUN-NUMBER TO WK-AUDIT-RUN
                               MOVE LG-STATUS TO WK-AUDIT-STATUS
                               MOVE LG-END-DATE TO WK-AUDIT-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF

           MOVE WK-AUDIT-RUN TO AL-RUN-NUMBER
           MOVE WK-AUDIT-DATE TO AL-END-DATE
           MOVE WK-AUDIT-STATUS TO AL-STATUS

           IF AUDIT-FOUND
              AND WK-AUDIT-STATUS = 'COMPLETED'
              AND WK-AUDIT-DATE NOT < WK-GRADE-DEADLINE
               MOVE 'PASS' TO AL-VERDICT
           ELSE
               MOVE 'FAIL' TO AL-VERDICT
               SET CHECKLIST-FAILED TO TRUE
           END-IF

           IF NOT AUDIT-FOUND
               MOVE 'NONE' TO AL-RUN-NUMBER
           END-IF

           WRITE REPORT-REC FROM AUDIT-LINE
               AFTER ADVANCING 1
           .

       36-CHECK-RECYCLE.

           MOVE 'REJECTS STILL ON THE RECYCLE FILE' TO CK-CAPTION

           OPEN INPUT RECYCLE-FILE
           IF RECYCLE-FILE-STATUS = '00'
               PERFORM UNTIL RECYCLE-EOF-FLAG = 'N'
                   READ RECYCLE-FILE
                       AT END
                           MOVE 'N' TO RECYCLE-EOF-FLAG
                       NOT AT END
                           IF RY-TERM = WK-TERM
                               ADD 1 TO CT-RECYCLED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECYCLE-FILE
           END-IF

           MOVE CT-RECYCLED TO WK-CHECK-COUNT
           PERFORM 38-SET-VERDICT
           WRITE REPORT-REC FROM CHECK-LINE
               AFTER ADVANCING 1
           .

      *  A COUNTED ITEM PASSES ONLY AT ZERO.
       38-SET-VERDICT.

           MOVE WK-CHECK-COUNT TO CK-COUNT
           IF WK-CHECK-COUNT = 0
               MOVE 'PASS' TO CK-VERDICT
           ELSE
               MOVE 'FAIL' TO CK-VERDICT
               SET CHECKLIST-FAILED TO TRUE
           END-IF
           .

      *  REWRITE THE CALENDAR THROUGH THE WORK FILE WITH THE TERM
      *  CLOSED AS OF TODAY.  EVERY OTHER LINE COPIES THROUGH
      *  UNTOUCHED.
       40-CLOSE-TERM.

           OPEN INPUT CALENDAR-FILE
           OPEN OUTPUT CALWORK-FILE
           MOVE 'Y' TO CALENDAR-EOF-FLAG
           PERFORM UNTIL CALENDAR-EOF-FLAG = 'N'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'N' TO CALENDAR-EOF-FLAG
                   NOT AT END
                       IF CA-TERM = WK-TERM
                           MOVE 'CLOSED' TO CA-STATUS
                           MOVE CURRENT-DATE TO CA-CLOSE-DATE
                       END-IF
                       WRITE CALWORK-REC FROM CALENDAR-REC
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           CLOSE CALWORK-FILE

           OPEN INPUT CALWORK-FILE
           OPEN OUTPUT CALENDAR-FILE
           PERFORM UNTIL CALWORK-EOF-FLAG = 'N'
               READ CALWORK-FILE
                   AT END
                       MOVE 'N' TO CALWORK-EOF-FLAG
                   NOT AT END
                       WRITE CALENDAR-REC FROM CALWORK-REC
               END-READ
           END-PERFORM
           CLOSE CALWORK-FILE
           CLOSE CALENDAR-FILE
           .

      *  PRINT THE OUTCOME, STAMP IT ON THE RUN LOG AND RELEASE
      *  THE LOCK.  A TERM ALREADY CLOSED IS A WARNING (RC 4); A
      *  TERM NOT ON THE CALENDAR OR A FAILED CHECKLIST IS RC 8.
       50-EOF-ROUTINE.

           EVALUATE TRUE
               WHEN WK-TERM = SPACES
                   MOVE '** NO TERM ON THE PARM CARD -- NOT CLOSED **'
                       TO ML-MESSAGE
                   MOVE 'NOTERM' TO RP-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN NOT TERM-FOUND
                   MOVE '** TERM NOT ON CALENDAR -- NOT CLOSED **'
                       TO ML-MESSAGE
                   MOVE 'NOTERM' TO RP-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN WK-TERM-STATUS = 'CLOSED'
                   MOVE 'TERM WAS ALREADY CLOSED -- NOTHING CHANGED'
                       TO ML-MESSAGE
                   MOVE 'ALRCLOSED' TO RP-STATUS
                   MOVE 4 TO RETURN-CODE
               WHEN CHECKLIST-FAILED
                   MOVE '** CHECKLIST FAILED -- TERM LEFT OPEN **'
                       TO ML-MESSAGE
                   MOVE 'CHECKFAIL' TO RP-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'CHECKLIST PASSED -- TERM CLOSED' TO ML-MESSAGE
                   MOVE WK-TERM TO CS-TERM
                   MOVE CLOSE-STATUS-BUILD TO RP-STATUS
           END-EVALUATE

           WRITE REPORT-REC FROM MESSAGE-LINE
               AFTER ADVANCING 3

           CLOSE REPORT-FILE

           PERFORM 54-FINALIZE-RUN-CONTROL

           DISPLAY 'LAB5TERMCLOSE RUN ' RP-RUN-NUMBER
                   ' TERM ' WK-TERM
                   ' ' RP-STATUS

           STOP RUN
           .

      *  STAMP THE OUTCOME, LOG THE EXECUTION, AND RELEASE THE
      *  SERIALIZATION LOCK.
       54-FINALIZE-RUN-CONTROL.

           MOVE 'F' TO RP-FUNCTION
           MOVE CT-CALENDAR-READ TO RP-READ-COUNT
           CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
           .
