       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5TERMCHK.
       AUTHOR. YOURNAMEHERE.
      *************************
      *              TERM CALENDAR POSTING-LOCK SERVICE
      *
      *    CALLED BY EVERY PROGRAM THAT POSTS A GRADE INTO A TERM --
      *    THE TERM RUN, LAB5AMEND, LAB5LAPSE AND LAB5REJFIX -- TO
      *    ASK WHETHER THE TERM IS STILL OPEN FOR POSTING.  THE
      *    TERM CALENDAR L5TERMCAL.TXT LISTS EACH TERM WITH ITS
      *    STATUS (OPEN, GRADING OR CLOSED), ITS GRADING DEADLINE
      *    AND THE DATE IT WAS CLOSED; ONLY LAB5TERMCLOSE EVER
      *    MARKS A TERM CLOSED.  A TERM NOT ON THE CALENDAR, OR A
      *    SHOP WITH NO CALENDAR AT ALL, IS OPEN.
      *
      *    A CLOSED TERM REFUSES THE POST UNLESS THE REGISTRAR HAS
      *    PUT AN OVERRIDE ON L5TERMOVRD.TXT FOR IT.  AN OVERRIDE
      *    NAMES THE TERM AND THE PERSON AUTHORIZING IT, AND MAY BE
      *    NARROWED TO ONE STUDENT NUMBER AND/OR ONE COURSE (BLANK
      *    MEANS ANY).  A LINE WITH NO AUTHORIZER IS IGNORED.  THE
      *    REGISTRAR REMOVES THE LINE ONCE THE LATE POST IS IN.
      *
      *    BOTH FILES ARE TABLED ON THE 'L' CALL AT START-UP, SO A
      *    CALENDAR TOO BIG FOR THE TABLES STOPS THE CALLER BEFORE
      *    IT POSTS ANYTHING; EVERY 'C' CALL AFTER THAT IS A TABLE
      *    LOOKUP.
      *******
      *    LINKAGE:
      *        TK-FUNCTION       'L' LOAD THE TABLES / 'C' CHECK
      *        TK-TERM           TERM TO CHECK
      *        TK-STUDENT-ID     STUDENT NUMBER BEING POSTED
      *        TK-COURSE-NUM     COURSE BEING POSTED
      *        TK-TERM-STATUS    CALENDAR STATUS OF THE TERM (OUT)
      *        TK-AUTHORIZED-BY  AUTHORIZER OF THE OVERRIDE (OUT)
      *        TK-CALENDAR-SW    'Y' WHEN A CALENDAR IS ON FILE (OUT)
      *        TK-RESULT         '0' OPEN / 'C' CLOSED, REFUSE /
      *                          'V' CLOSED, OVERRIDE ON FILE /
      *                          'F' TABLE FULL ON LOAD
      *************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE
               ASSIGN TO 'L5TERMCAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

           SELECT OVERRIDE-FILE
               ASSIGN TO 'L5TERMOVRD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *  ONE LINE PER TERM: TERM, STATUS, GRADING DEADLINE AND
      *  CLOSE DATE (YYYYMMDD)
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
      *  ONE LINE PER AUTHORIZED LATE POST INTO A CLOSED TERM
       FD  OVERRIDE-FILE
           RECORD CONTAINS 29 CHARACTERS.
      *
       01  OVERRIDE-REC.
           05  OV-TERM                 PIC X(4).
           05  FILLER                  PIC X.
           05  OV-STUDENT-ID           PIC X(9).
           05  FILLER                  PIC X.
           05  OV-COURSE-NUM           PIC X(5).
           05  FILLER                  PIC X.
           05  OV-AUTHORIZED-BY        PIC X(8).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  CALENDAR-EOF-FLAG   PIC X         VALUE 'Y'.
           05  OVERRIDE-EOF-FLAG   PIC X         VALUE 'Y'.
           05  TABLES-LOADED-SW    PIC X         VALUE 'N'.
               88  TABLES-LOADED                VALUE 'Y'.
           05  CALENDAR-PRESENT-SW PIC X         VALUE 'N'.
               88  CALENDAR-PRESENT             VALUE 'Y'.
      *
       01  CALENDAR-FILE-STATUS    PIC XX        VALUE '00'.
      *
       01  OVERRIDE-FILE-STATUS    PIC XX        VALUE '00'.
      *
       01  CALENDAR-TABLE-AREA.
           05  CT-MAX-ENTRIES      PIC S9(4)     VALUE +200.
           05  CT-COUNT            PIC S9(4)     VALUE +0.
           05  CT-ENTRY OCCURS 200 TIMES.
               10  CT-TERM         PIC X(4).
               10  CT-STATUS       PIC X(7).
      *
       01  OVERRIDE-TABLE-AREA.
           05  OT-MAX-ENTRIES      PIC S9(4)     VALUE +500.
           05  OT-COUNT            PIC S9(4)     VALUE +0.
           05  OT-ENTRY OCCURS 500 TIMES.
               10  OT-TERM         PIC X(4).
               10  OT-STUDENT-ID   PIC X(9).
               10  OT-COURSE-NUM   PIC X(5).
               10  OT-AUTHORIZED-BY PIC X(8).
      *
       01  WORK-FIELDS.
           05  CT-IDX              PIC S9(4)     VALUE +0.
           05  CT-HIT-IDX          PIC S9(4)     VALUE +0.
           05  OT-IDX              PIC S9(4)     VALUE +0.
           05  OT-HIT-IDX          PIC S9(4)     VALUE +0.
      *
       LINKAGE SECTION.
      *
       01  TERM-CHK-PARMS.
           05  TK-FUNCTION         PIC X.
           05  TK-TERM             PIC X(4).
           05  TK-STUDENT-ID       PIC X(9).
           05  TK-COURSE-NUM       PIC X(5).
           05  TK-TERM-STATUS      PIC X(7).
           05  TK-AUTHORIZED-BY    PIC X(8).
           05  TK-CALENDAR-SW      PIC X.
           05  TK-RESULT           PIC X.
      *
       PROCEDURE DIVISION USING TERM-CHK-PARMS.
      *
       10-CONTROL-MODULE.

           MOVE '0' TO TK-RESULT
           MOVE SPACES TO TK-TERM-STATUS
           MOVE SPACES TO TK-AUTHORIZED-BY

           IF TK-FUNCTION = 'L' OR NOT TABLES-LOADED
               PERFORM 20-LOAD-TABLES
           END-IF

           IF TK-FUNCTION = 'C' AND TK-RESULT = '0'
               PERFORM 30-CHECK-TERM
           END-IF

           MOVE CALENDAR-PRESENT-SW TO TK-CALENDAR-SW

           GOBACK
           .

      *  TABLE THE CALENDAR AND THE OVERRIDES.  A LINE PAST EITHER
      *  LIMIT WOULD LEAVE A CLOSED TERM LOOKING OPEN, SO THE LOAD
      *  REPORTS 'F' AND THE CALLER STOPS BEFORE ANY POST.
       20-LOAD-TABLES.

           SET TABLES-LOADED TO TRUE
           MOVE 0 TO CT-COUNT
           MOVE 0 TO OT-COUNT

           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS = '00'
               SET CALENDAR-PRESENT TO TRUE
               MOVE 'Y' TO CALENDAR-EOF-FLAG
               PERFORM UNTIL CALENDAR-EOF-FLAG = 'N'
                   READ CALENDAR-FILE
                       AT END
                           MOVE 'N' TO CALENDAR-EOF-FLAG
                       NOT AT END
                           IF CT-COUNT < CT-MAX-ENTRIES
                               ADD 1 TO CT-COUNT
                               MOVE CA-TERM TO CT-TERM (CT-COUNT)
                               MOVE CA-STATUS TO CT-STATUS (CT-COUNT)
                           ELSE
                               DISPLAY 'LAB5TERMCHK CALENDAR TABLE'
                                       ' FULL AT ' CT-MAX-ENTRIES
                               MOVE 'F' TO TK-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF

           OPEN INPUT OVERRIDE-FILE
           IF OVERRIDE-FILE-STATUS = '00'
               MOVE 'Y' TO OVERRIDE-EOF-FLAG
               PERFORM UNTIL OVERRIDE-EOF-FLAG = 'N'
                   READ OVERRIDE-FILE
                       AT END
                           MOVE 'N' TO OVERRIDE-EOF-FLAG
                       NOT AT END
                           IF OV-AUTHORIZED-BY NOT = SPACES
                              AND OV-TERM NOT = SPACES
                               PERFORM 22-TABLE-OVERRIDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           END-IF
           .

       22-TABLE-OVERRIDE.

           IF OT-COUNT < OT-MAX-ENTRIES
               ADD 1 TO OT-COUNT
               MOVE OV-TERM TO OT-TERM (OT-COUNT)
               MOVE OV-STUDENT-ID TO OT-STUDENT-ID (OT-COUNT)
               MOVE OV-COURSE-NUM TO OT-COURSE-NUM (OT-COUNT)
               MOVE OV-AUTHORIZED-BY TO OT-AUTHORIZED-BY (OT-COUNT)
           ELSE
               DISPLAY 'LAB5TERMCHK OVERRIDE TABLE FULL AT '
                       OT-MAX-ENTRIES
               MOVE 'F' TO TK-RESULT
           END-IF
           .

      *  ONLY A CLOSED TERM IS EVER REFUSED -- OPEN AND GRADING
      *  TERMS, AND TERMS THE CALENDAR DOES NOT LIST, POST AS
      *  THEY ALWAYS HAVE.
       30-CHECK-TERM.

           MOVE 0 TO CT-HIT-IDX
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-COUNT
                      OR CT-HIT-IDX > 0
               IF CT-TERM (CT-IDX) = TK-TERM
                   MOVE CT-IDX TO CT-HIT-IDX
               END-IF
           END-PERFORM

           IF CT-HIT-IDX > 0
               MOVE CT-STATUS (CT-HIT-IDX) TO TK-TERM-STATUS
               IF CT-STATUS (CT-HIT-IDX) = 'CLOSED'
                   PERFORM 32-FIND-OVERRIDE
                   IF OT-HIT-IDX > 0
                       MOVE 'V' TO TK-RESULT
                       MOVE OT-AUTHORIZED-BY (OT-HIT-IDX)
                           TO TK-AUTHORIZED-BY
                   ELSE
                       MOVE 'C' TO TK-RESULT
                   END-IF
               END-IF
           END-IF
           .

       32-FIND-OVERRIDE.

           MOVE 0 TO OT-HIT-IDX
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > OT-COUNT
                      OR OT-HIT-IDX > 0
               IF OT-TERM (OT-IDX) = TK-TERM
                  AND (OT-STUDENT-ID (OT-IDX) = SPACES
                   OR OT-STUDENT-ID (OT-IDX) = TK-STUDENT-ID)
                  AND (OT-COURSE-NUM (OT-IDX) = SPACES
                   OR OT-COURSE-NUM (OT-IDX) = TK-COURSE-NUM)
                   MOVE OT-IDX TO OT-HIT-IDX
               END-IF
           END-PERFORM
           .
