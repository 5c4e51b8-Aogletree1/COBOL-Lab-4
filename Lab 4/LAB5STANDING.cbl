      *                          (REWRITTEN WITH THE NEW STANDINGS)
      *        L5STANDPARM.TXT - OPTIONAL THRESHOLDS: WARNING AND
      *                          PROBATION GPA CUTOFFS (DEFAULTS
      *                          70.0 AND 60.0); A '4' IN COLUMN 9
      *                          CLASSIFIES ON THE CREDIT-WEIGHTED
      *                          4.0 GPA INSTEAD, AGAINST THE 4.0
      *                          CUTOFFS IN COLUMNS 10-15 (DEFAULTS
      *                          2.50 AND 2.00)
      *******
      *    OUTPUT:
      *        L5STANDING.TXT  - NEW STANDING PER STUDENT
               ASSIGN TO 'STUDENTMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS SM-FILE-STATUS.

           SELECT STANDING-FILE
           SELECT ADVISOR-FILE
               ASSIGN TO 'L5ADVISOR.TXT'.

      *  ADVISOR ASSIGNMENT MASTER, KEYED BY SM-STUDENT-ID.  THE
      *  FILE IS OPTIONAL; WITHOUT IT EVERY STUDENT FALLS INTO THE
      *  UNASSIGNED SECTION THE REGISTRAR WORKS.
           SELECT ADVMAST-FILE
       FILE SECTION.
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
      *  ST-GPA ALWAYS CARRIES THE PERCENTAGE GPA, WHICHEVER SCALE
      *  THE RUN CLASSIFIED ON.  THE STUDENT NUMBER IS APPENDED
      *  AND IS WHAT THE NEXT RUN MATCHES ON; THE NAME IS ONLY
      *  THERE FOR WHOEVER READS THE FILE
       FD  STANDING-FILE
           RECORD CONTAINS 45 CHARACTERS.
      *
       01  STANDING-REC.
           05  ST-STUDENT-NAME         PIC X(20).
           05  FILLER                  PIC X.
           05  ST-STANDING             PIC X(10).
           05  FILLER                  PIC X.
           05  ST-GPA                  PIC 999V9.
           05  ST-STUDENT-ID           PIC X(9).
      *
      *  THE SCALE AND 4.0 CUTOFFS ARE APPENDED SO AN OLD 8-BYTE
      *  CARD PADS BLANK THERE AND KEEPS THE PERCENTAGE SCALE
       FD  PARM-FILE
           RECORD CONTAINS 15 CHARACTERS.
      *
       01  PARM-RECORD.
           05  PARM-WARNING-GPA        PIC 999V9.
           05  PARM-PROBATION-GPA      PIC 999V9.
           05  PARM-SCALE              PIC X.
           05  PARM-WARNING-GPA-4      PIC 9V99.
           05  PARM-PROBATION-GPA-4    PIC 9V99.
      *
       FD  LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ADVISOR-REC                 PIC X(80).
      *
       FD  ADVMAST-FILE
           RECORD CONTAINS 72 CHARACTERS.
      *
       01  ADVMAST-REC.
           05  AM-STUDENT-NAME         PIC X(20).
           05  FILLER                  PIC X.
           05  AM-ADVISOR-NAME         PIC X(20).
           05  FILLER                  PIC X.
           05  AM-DEPARTMENT           PIC X(15).
           05  AM-STUDENT-ID           PIC X(9).
      *  THE DECLARED MAJOR LAB5DEGAUDIT AUDITS AGAINST -- BLANK ON
      *  A RECORD FROM BEFORE MAJORS WERE CARRIED
           05  AM-MAJOR                PIC X(6).
      *
       WORKING-STORAGE SECTION.
      *
           05  ADVMAST-EOF-FLAG    PIC X         VALUE 'Y'.
           05  ADV-ASSIGNED-SW     PIC X         VALUE 'N'.
               88  ADVISOR-ASSIGNED             VALUE 'Y'.
           05  SCALE-SW            PIC X         VALUE 'P'.
               88  FOUR-POINT-SCALE             VALUE '4'.
           05  ON-FOUR-POINT-SW    PIC X         VALUE 'N'.
               88  JUDGED-ON-FOUR-POINT         VALUE 'Y'.
      *
       01  SM-FILE-STATUS          PIC XX        VALUE '00'.
      *
       01  THRESHOLD-FIELDS.
           05  TH-WARNING-GPA      PIC 999V9     VALUE 70.0.
           05  TH-PROBATION-GPA    PIC 999V9     VALUE 60.0.
           05  TH-WARNING-GPA-4    PIC 9V99      VALUE 2.50.
           05  TH-PROBATION-GPA-4  PIC 9V99      VALUE 2.00.
      *
      *  STANDINGS AS OF THE PRIOR TERM, TABLED SO EACH STUDENT'S
      *  NEW STANDING CAN BE COMPARED AGAINST WHERE THEY STOOD --
           05  PR-MAX-ENTRIES      PIC S9(4)     VALUE +5000.
           05  PR-COUNT            PIC S9(4)     VALUE +0.
           05  PR-ENTRY OCCURS 5000 TIMES.
               10  PR-STUDENT-ID   PIC X(9).
               10  PR-STANDING     PIC X(10).
      *
      *  THE NEW STANDINGS, HELD UNTIL END OF JOB AND THEN WRITTEN
           05  NW-MAX-ENTRIES      PIC S9(4)     VALUE +5000.
           05  NW-COUNT            PIC S9(4)     VALUE +0.
           05  NW-ENTRY OCCURS 5000 TIMES.
               10  NW-STUDENT-ID   PIC X(9).
               10  NW-STUDENT-NAME PIC X(20).
               10  NW-STANDING     PIC X(10).
               10  NW-GPA          PIC 999V9.
      *
           05  AV-MAX-ENTRIES      PIC S9(4)     VALUE +2000.
           05  AV-COUNT            PIC S9(4)     VALUE +0.
           05  AV-ENTRY OCCURS 2000 TIMES.
               10  AV-STUDENT-ID   PIC X(9).
               10  AV-ADVISOR-NAME PIC X(20).
               10  AV-DEPARTMENT   PIC X(15).
      *
           05  CH-ENTRY OCCURS 2000 TIMES.
               10  CH-ADVISOR-NAME PIC X(20).
               10  CH-DEPARTMENT   PIC X(15).
               10  CH-STUDENT-NAME PIC X(20).
               10  CH-OLD-STANDING PIC X(10).
               10  CH-NEW-STANDING PIC X(10).
               10  CH-GPA          PIC 999V99.
      *
       01  CH-SWAP-ENTRY           PIC X(80).
      *
       01  WORK-FIELDS.
           05  WK-IDX              PIC S9(4)     VALUE +0.
           05  WK-DEPARTMENT       PIC X(15)     VALUE SPACES.
           05  WK-GROUP-ADVISOR    PIC X(20)     VALUE LOW-VALUES.
           05  WK-GROUP-COUNT      PIC S9(5)     VALUE +0.
           05  WK-SHOWN-GPA        PIC 999V99    VALUE 0.
      *
       01  COUNT-FIELDS.
           05  CT-STUDENTS         PIC S9(5)     VALUE +0.
           05  LB-GPA              PIC ZZ9.9.
           05                      PIC X(26)
                   VALUE ' HAS PLACED YOU ON'.
      *
       01  LETTER-BODY-1-4.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(29)
                   VALUE 'YOUR CUMULATIVE 4.0 GPA OF '.
           05  LB-GPA-4            PIC 9.99.
           05                      PIC X(26)
                   VALUE ' HAS PLACED YOU ON'.
      *
       01  LETTER-BODY-2.
           05                      PIC X(5)      VALUE SPACES.
           05                      PIC X(2)      VALUE SPACES.
           05  AL-NEW-STANDING     PIC X(10).
           05                      PIC X(2)      VALUE SPACES.
           05  AL-GPA              PIC ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
           .

      *  OPTIONAL THRESHOLD CARD.  BELOW THE WARNING GPA A STUDENT
      *  IS ON WARNING; BELOW THE PROBATION GPA, ON PROBATION.  A
      *  '4' IN THE SCALE COLUMN SWITCHES TO THE 4.0 CUTOFFS.
       17-READ-PARM-CARD.

           OPEN INPUT PARM-FILE
                           MOVE PARM-PROBATION-GPA
                               TO TH-PROBATION-GPA
                       END-IF
                       IF PARM-SCALE = '4'
                           SET FOUR-POINT-SCALE TO TRUE
                       END-IF
                       IF PARM-WARNING-GPA-4 NUMERIC
                          AND PARM-WARNING-GPA-4 > 0
                           MOVE PARM-WARNING-GPA-4
                               TO TH-WARNING-GPA-4
                       END-IF
                       IF PARM-PROBATION-GPA-4 NUMERIC
                          AND PARM-PROBATION-GPA-4 > 0
                           MOVE PARM-PROBATION-GPA-4
                               TO TH-PROBATION-GPA-4
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
                       NOT AT END
                           IF PR-COUNT < PR-MAX-ENTRIES
                               ADD 1 TO PR-COUNT
                               MOVE ST-STUDENT-ID
                                   TO PR-STUDENT-ID (PR-COUNT)
                               MOVE ST-STANDING
                                   TO PR-STANDING (PR-COUNT)
                           ELSE
                       NOT AT END
                           IF AV-COUNT < AV-MAX-ENTRIES
                               ADD 1 TO AV-COUNT
                               MOVE AM-STUDENT-ID
                                   TO AV-STUDENT-ID (AV-COUNT)
                               MOVE AM-ADVISOR-NAME
                                   TO AV-ADVISOR-NAME (AV-COUNT)
                               MOVE AM-DEPARTMENT
           END-IF
           .

      *  ON THE 4.0 SCALE A STUDENT WITH NO CREDITS ATTEMPTED --
      *  INCLUDING A MASTER RECORD FROM BEFORE CREDITS EXISTED --
      *  HAS NO 4.0 GPA TO JUDGE, AND IS CLASSIFIED ON THE
      *  PERCENTAGE GPA AS BEFORE.
       30-CLASSIFY-STUDENT.

           ADD 1 TO CT-STUDENTS

           IF SM-CRED-ATTEMPTED NOT NUMERIC
              OR SM-GPA-4 NOT NUMERIC
               MOVE 0 TO SM-CRED-ATTEMPTED
               MOVE 0 TO SM-GPA-4
           END-IF

           MOVE 'N' TO ON-FOUR-POINT-SW
           IF FOUR-POINT-SCALE AND SM-CRED-ATTEMPTED > 0
               SET JUDGED-ON-FOUR-POINT TO TRUE
           END-IF

           IF JUDGED-ON-FOUR-POINT
               MOVE SM-GPA-4 TO WK-SHOWN-GPA
               EVALUATE TRUE
                   WHEN SM-GPA-4 < TH-PROBATION-GPA-4
                       MOVE 'PROBATION' TO WK-NEW-STANDING
                       ADD 1 TO CT-PROBATION
                   WHEN SM-GPA-4 < TH-WARNING-GPA-4
                       MOVE 'WARNING' TO WK-NEW-STANDING
                       ADD 1 TO CT-WARNING
                   WHEN OTHER
                       MOVE 'GOOD' TO WK-NEW-STANDING
               END-EVALUATE
           ELSE
               MOVE SM-GPA TO WK-SHOWN-GPA
               EVALUATE TRUE
                   WHEN SM-GPA < TH-PROBATION-GPA
                       MOVE 'PROBATION' TO WK-NEW-STANDING
                       ADD 1 TO CT-PROBATION
                   WHEN SM-GPA < TH-WARNING-GPA
                       MOVE 'WARNING' TO WK-NEW-STANDING
                       ADD 1 TO CT-WARNING
                   WHEN OTHER
                       MOVE 'GOOD' TO WK-NEW-STANDING
               END-EVALUATE
           END-IF

           IF NW-COUNT < NW-MAX-ENTRIES
               ADD 1 TO NW-COUNT
               MOVE SM-STUDENT-ID TO NW-STUDENT-ID (NW-COUNT)
               MOVE SM-STUDENT-NAME TO NW-STUDENT-NAME (NW-COUNT)
               MOVE WK-NEW-STANDING TO NW-STANDING (NW-COUNT)
               MOVE SM-GPA TO NW-GPA (NW-COUNT)
           ELSE
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > AV-COUNT
                      OR WK-HIT-IDX > 0
               IF AV-STUDENT-ID (WK-IDX) = SM-STUDENT-ID
                   MOVE WK-IDX TO WK-HIT-IDX
               END-IF
           END-PERFORM
           WRITE LETTER-REC FROM LETTER-DATE-LINE
               AFTER ADVANCING PAGE

           MOVE SM-STUDENT-NAME TO LT-NAME
           WRITE LETTER-REC FROM LETTER-TO-LINE
               AFTER ADVANCING 3

           WRITE LETTER-REC FROM LETTER-RE-LINE
               AFTER ADVANCING 2

           IF JUDGED-ON-FOUR-POINT
               MOVE SM-GPA-4 TO LB-GPA-4
               WRITE LETTER-REC FROM LETTER-BODY-1-4
                   AFTER ADVANCING 3
           ELSE
               MOVE SM-GPA TO LB-GPA
               WRITE LETTER-REC FROM LETTER-BODY-1
                   AFTER ADVANCING 3
           END-IF

           MOVE WK-NEW-STANDING TO LB-STANDING
           WRITE LETTER-REC FROM LETTER-BODY-2
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > PR-COUNT
                      OR WK-HIT-IDX > 0
               IF PR-STUDENT-ID (WK-IDX) = SM-STUDENT-ID
                   MOVE WK-IDX TO WK-HIT-IDX
               END-IF
           END-PERFORM
                   MOVE WK-ADVISOR-NAME
                       TO CH-ADVISOR-NAME (CH-COUNT)
                   MOVE WK-DEPARTMENT TO CH-DEPARTMENT (CH-COUNT)
                   MOVE SM-STUDENT-NAME TO CH-STUDENT-NAME (CH-COUNT)
                   MOVE WK-OLD-STANDING
                       TO CH-OLD-STANDING (CH-COUNT)
                   MOVE WK-NEW-STANDING
                       TO CH-NEW-STANDING (CH-COUNT)
                   MOVE WK-SHOWN-GPA TO CH-GPA (CH-COUNT)
               ELSE
                   DISPLAY 'LAB5STANDING CHANGE TABLE FULL AT '
                           CH-MAX-ENTRIES ' -- RUN STOPPED'
               END-IF

               ADD 1 TO WK-GROUP-COUNT
               MOVE CH-STUDENT-NAME (WK-IDX) TO AL-NAME
               MOVE CH-OLD-STANDING (WK-IDX) TO AL-OLD-STANDING
               MOVE CH-NEW-STANDING (WK-IDX) TO AL-NEW-STANDING
               MOVE CH-GPA (WK-IDX) TO AL-GPA
           OPEN OUTPUT STANDING-FILE
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > NW-COUNT
               MOVE NW-STUDENT-NAME (WK-IDX) TO ST-STUDENT-NAME
               MOVE NW-STUDENT-ID (WK-IDX) TO ST-STUDENT-ID
               MOVE NW-STANDING (WK-IDX) TO ST-STANDING
               MOVE NW-GPA (WK-IDX) TO ST-GPA
               WRITE STANDING-REC
