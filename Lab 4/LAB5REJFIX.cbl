      *        L5REJCYCLE.TXT - REJECTS STILL OUTSTANDING FROM
      *                         EARLIER RUNS (SAME LAYOUT)
      *        L5REJFIXES.TXT - KEYED CORRECTIONS (COURSE, NAME,
      *                         TERM, SIX REPLACEMENT GRADES,
      *                         STUDENT NUMBER)
      *        L5FIXPARM.TXT  - OPTIONAL AGING THRESHOLD IN DAYS
      *        L5TERMCAL.TXT  - OPTIONAL TERM CALENDAR; A CORRECTED
      *                         REJECT IN A CLOSED TERM IS HELD ON
      *                         THE RECYCLE FILE, NOT RESUBMITTED,
      *                         UNLESS L5TERMOVRD.TXT AUTHORIZES IT
      *                         (READ THROUGH LAB5TERMCHK)
      *******
      *    OUTPUT:
      *        L5RESUBMIT.TXT - CLEANED CF-RECORDS FOR THE NEXT
      *  PICKED APART THROUGH THE WK-REJECT-REC WORK COPY, NEVER
      *  THROUGH THE RECORD AREA ITSELF
       FD  REJECT-FILE
           RECORD CONTAINS 84 CHARACTERS.
      *
       01  REJECT-REC                 PIC X(84).
      *
       FD  RECYCLE-FILE
           RECORD CONTAINS 84 CHARACTERS.
      *
       01  RECYCLE-REC                PIC X(84).
      *
      *  THE STUDENT NUMBER IS APPENDED AFTER THE GRADES.  IT IS
      *  WHAT A CORRECTION IS MATCHED ON WHEN THE REJECT CARRIES A
      *  USABLE ONE; FOR A 'BAD-ID' REJECT THE CORRECTION IS FOUND BY
      *  NAME AND ITS NUMBER REPLACES THE BAD ONE.
       FD  FIX-FILE
           RECORD CONTAINS 56 CHARACTERS.
      *
       01  FIX-REC.
           05  FX-COURSE-NUM          PIC X(5).
           05  FX-TERM                PIC X(4).
           05  FX-GRADE-TABLE.
               10  FX-GRADE           PIC 999 OCCURS 6 TIMES.
           05  FX-STUDENT-ID          PIC X(9).
      *
       FD  RESUBMIT-FILE
           RECORD CONTAINS 64 CHARACTERS.
      *
       01  RESUBMIT-REC               PIC X(64).
      *
      *  STILL-UNCORRECTED REJECTS ARE SPOOLED HERE AS THEY ARE
      *  SEEN, THEN COPIED OVER L5REJCYCLE.TXT AT END OF JOB --
      *  IS STILL BEING READ, AND A WORK FILE HAS NO CAPACITY
      *  LIMIT TO LOSE REJECTS OVER.
       FD  REJWORK-FILE
           RECORD CONTAINS 84 CHARACTERS.
      *
       01  REJWORK-REC                PIC X(84).
      *
       FD  AGING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
               88  FIX-FOUND                    VALUE 'Y'.
           05  REJECTS-PRESENT-SW  PIC X         VALUE 'N'.
               88  REJECTS-PRESENT             VALUE 'Y'.
           05  REJECT-ID-SW        PIC X         VALUE 'N'.
               88  REJECT-ID-USABLE            VALUE 'Y'.
      *
       01  REJECT-FILE-STATUS      PIC XX        VALUE '00'.
      *
      *
      *  PARAMETER BLOCK FOR THE LAB5RUNCTL SERVICE.  A FIX SESSION
      *  TOUCHES ONLY THE REJECT AND RESUBMISSION FILES, NEVER
      *  STUDENTMASTER.DAT OR L5HISTORY.DAT, SO IT CLAIMS ITS RUN
      *  NUMBER WITHOUT TAKING THE SERIALIZATION LOCK.
       01  RUN-CTL-PARMS.
           05  RP-FUNCTION         PIC X         VALUE 'C'.
           05  RP-RESULT           PIC X         VALUE '0'.
               88  RUN-REFUSED                   VALUE 'L'.
      *
      *  PARAMETER BLOCK FOR THE LAB5TERMCHK TERM-CALENDAR SERVICE,
      *  ASKED BEFORE EVERY RESUBMISSION WHETHER ITS TERM IS CLOSED.
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
      *  THE CORRECTION TRANSACTIONS, TABLED UP FRONT SO EVERY
      *  OUTSTANDING REJECT CAN BE SEARCHED AGAINST THEM.  AN ENTRY
      *  IS MARKED USED WHEN IT CORRECTS AT LEAST ONE REJECT SO THE
               10  FT-TERM         PIC X(4).
               10  FT-GRADE        PIC 999 OCCURS 6 TIMES.
               10  FT-USED-SW      PIC X.
               10  FT-STUDENT-ID   PIC X(9).
      *
      *  WORK COPY OF THE 84-BYTE REJECT RECORD.  BOTH INPUT PASSES
      *  MOVE THEIR RECORD HERE FIRST AND ALL MATCHING AND AGING
      *  RUNS OFF THESE FIELDS -- THE RECORD AREA OF A FILE THAT IS
      *  NOT OPEN MUST NEVER BE REFERENCED.
       01  WK-REJECT-REC.
           05  WR-CF-RECORD           PIC X(64).
           05  FILLER                 PIC X.
           05  WR-REASON-CODE         PIC X(10).
           05  FILLER                 PIC X.
           05  CT-AGED             PIC S9(5)     VALUE +0.
           05  CT-UNUSED-FIXES     PIC S9(5)     VALUE +0.
           05  CT-FIX-DROPPED      PIC S9(5)     VALUE +0.
           05  CT-TERM-CLOSED      PIC S9(5)     VALUE +0.
           05  CT-TERM-OVERRIDE    PIC S9(5)     VALUE +0.
      *
      *  WORK COPY OF THE EMBEDDED CF-RECORD SO ITS FIELDS CAN BE
      *  PICKED APART FOR MATCHING AND THE GRADES OVERLAID.  SAME
           05  FILLER                  PIC X(6).
           05  WK-GRADE-TABLE.
               10  WK-GRADE            PIC 999 OCCURS 6 TIMES.
           05  WK-STUDENT-ID           PIC X(9).
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING      PIC 9        VALUE 1.
      *
       01  HEADER-2.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(7)      VALUE 'COURSE'.
           05                      PIC X(11)     VALUE 'NUMBER'.
           05                      PIC X(22)     VALUE 'NAME'.
           05                      PIC X(6)      VALUE 'TERM'.
           05                      PIC X(12)     VALUE 'REASON'.
           05                      PIC X(10)     VALUE 'REJECTED'.
           05                      PIC X(4)      VALUE 'DAYS'.
      *
       01  AGING-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05  AL-COURSE-NUM       PIC X(5).
           05                      PIC X(2)      VALUE SPACES.
           05  AL-STUDENT-ID       PIC X(9).
           05                      PIC X(2)      VALUE SPACES.
           05  AL-NAME             PIC X(20).
           05                      PIC X(2)      VALUE SPACES.
           05  AL-TERM             PIC X(4).
           05                      PIC X(2)      VALUE SPACES.
           05  AL-REASON           PIC X(10).
           05                      PIC X(2)      VALUE SPACES.
           05  AL-REJECT-DATE      PIC X(8).
           05                      PIC X(2)      VALUE SPACES.
           05  AL-DAYS             PIC ZZZZ9.
           05  UF-NAME             PIC X(20).
           05                      PIC X(1)      VALUE SPACES.
           05  UF-TERM             PIC X(4).
           05                      PIC X(1)      VALUE SPACES.
           05  UF-STUDENT-ID       PIC X(9).
      *
       01  TERM-CLOSED-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(25)
                   VALUE 'FIX HELD, TERM CLOSED -- '.
           05  TC-COURSE-NUM       PIC X(5).
           05                      PIC X(1)      VALUE SPACES.
           05  TC-NAME             PIC X(20).
           05                      PIC X(1)      VALUE SPACES.
           05  TC-TERM             PIC X(4).
           05                      PIC X(1)      VALUE SPACES.
           05  TC-STUDENT-ID       PIC X(9).
      *
       01  SUMMARY-LINE.
           05                      PIC X(6)      VALUE SPACES.
           PERFORM 12-CLAIM-RUN-NUMBER
           PERFORM 17-READ-PARM-CARD
           PERFORM 18-LOAD-FIX-TABLE
           PERFORM 19-LOAD-TERM-CALENDAR

           OPEN EXTEND RESUBMIT-FILE
           OPEN OUTPUT REJWORK-FILE
                                                 WK-GRADE-IDX)
                               END-PERFORM
                               MOVE 'N' TO FT-USED-SW (FT-COUNT)
                               MOVE FX-STUDENT-ID
                                   TO FT-STUDENT-ID (FT-COUNT)
                           ELSE
      *  A CORRECTION PAST THE TABLE LIMIT WOULD SILENTLY DO
      *  NOTHING (ITS REJECT RECYCLES UNCORRECTED, AND IT CANNOT
           END-IF
           .

      *  TABLE THE TERM CALENDAR AND ANY CLOSED-TERM OVERRIDES
      *  THROUGH THE LAB5TERMCHK SERVICE.  A CALENDAR TOO BIG FOR
      *  ITS TABLES WOULD LET A CLOSED TERM LOOK OPEN -- STOP HARD,
      *  BEFORE ANY FILE IS OPENED FOR OUTPUT.
       19-LOAD-TERM-CALENDAR.

           MOVE 'L' TO TK-FUNCTION
           CALL 'LAB5TERMCHK' USING TERM-CHK-PARMS

           IF TERM-TABLE-FULL
               DISPLAY 'LAB5REJFIX TERM CALENDAR TABLE FULL'
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

      *  OLDER UNCORRECTED REJECTS CARRIED FORWARD FROM EARLIER
      *  FIX SESSIONS GO THROUGH THE SAME MATCHING AS NEW ONES
       20-PROCESS-RECYCLE-FILE.
           MOVE 0 TO LINE-COUNT
           .

      *  MATCH THE REJECT'S COURSE/TERM AND STUDENT NUMBER AGAINST
      *  THE FIX TABLE -- OR ITS NAME, WHEN THE REJECT HAS NO USABLE
      *  NUMBER OR THE CORRECTION CARRIES NONE.  A HIT REBUILDS THE
      *  RECORD WITH THE CORRECTED GRADES (AND THE CORRECTION'S
      *  NUMBER, IF IT HAS ONE) AND SENDS IT TO THE RESUBMISSION
      *  FILE; A MISS CARRIES THE REJECT FORWARD AND AGES IT.  A
      *  HIT IN A TERM THE CALENDAR SHOWS CLOSED, WITH NO OVERRIDE
      *  ON FILE, IS NOT RESUBMITTED -- THE TERM RUN WOULD ONLY
      *  REFUSE IT -- SO THE ORIGINAL REJECT IS HELD ON THE RECYCLE
      *  FILE AND LISTED FOR THE REGISTRAR.
       30-PROCESS-ONE-REJECT.

           ADD 1 TO CT-REJECTS-READ
           MOVE WR-CF-RECORD TO WK-CF-RECORD
           MOVE 'N' TO FIX-FOUND-SW

           IF WK-STUDENT-ID NUMERIC AND WK-STUDENT-ID NOT = ZEROES
               SET REJECT-ID-USABLE TO TRUE
           ELSE
               MOVE 'N' TO REJECT-ID-SW
           END-IF

           PERFORM VARYING WK-FIX-IDX FROM 1 BY 1
                   UNTIL WK-FIX-IDX > FT-COUNT
               IF FT-COURSE-NUM (WK-FIX-IDX) = WK-COURSE-NUM
                  AND FT-TERM (WK-FIX-IDX) = WK-TERM
                  AND NOT FIX-FOUND
                  AND ((REJECT-ID-USABLE
                        AND FT-STUDENT-ID (WK-FIX-IDX) NOT = SPACES
                        AND FT-STUDENT-ID (WK-FIX-IDX) = WK-STUDENT-ID)
                    OR ((NOT REJECT-ID-USABLE
                         OR FT-STUDENT-ID (WK-FIX-IDX) = SPACES)
                        AND FT-NAME (WK-FIX-IDX) = WK-NAME))
                   SET FIX-FOUND TO TRUE
                   MOVE 'Y' TO FT-USED-SW (WK-FIX-IDX)
                   PERFORM VARYING WK-GRADE-IDX FROM 1 BY 1
                       MOVE FT-GRADE (WK-FIX-IDX WK-GRADE-IDX)
                           TO WK-GRADE (WK-GRADE-IDX)
                   END-PERFORM
                   IF FT-STUDENT-ID (WK-FIX-IDX) NOT = SPACES
                       MOVE FT-STUDENT-ID (WK-FIX-IDX)
                           TO WK-STUDENT-ID
                   END-IF
               END-IF
           END-PERFORM

           IF FIX-FOUND
               PERFORM 31-CHECK-TERM-CALENDAR
           END-IF

           IF FIX-FOUND
               ADD 1 TO CT-CORRECTED
               WRITE RESUBMIT-REC FROM WK-CF-RECORD
           END-IF
           .

      *  A CORRECTED RECORD WHOSE TERM IS CLOSED IS TURNED BACK
      *  INTO A MISS: THE UNTOUCHED REJECT IN WK-REJECT-REC RECYCLES
      *  AND AGES AS USUAL, AND THE HOLD IS LISTED.  AN OVERRIDDEN
      *  TERM GOES THROUGH, BUT IS COUNTED.
       31-CHECK-TERM-CALENDAR.

           MOVE 'C' TO TK-FUNCTION
           MOVE WK-TERM TO TK-TERM
           MOVE WK-STUDENT-ID TO TK-STUDENT-ID
           MOVE WK-COURSE-NUM TO TK-COURSE-NUM
           CALL 'LAB5TERMCHK' USING TERM-CHK-PARMS

           EVALUATE TRUE
               WHEN TERM-IS-CLOSED
                   MOVE 'N' TO FIX-FOUND-SW
                   ADD 1 TO CT-TERM-CLOSED
                   MOVE WK-COURSE-NUM TO TC-COURSE-NUM
                   MOVE WK-NAME TO TC-NAME
                   MOVE WK-TERM TO TC-TERM
                   MOVE WK-STUDENT-ID TO TC-STUDENT-ID
                   MOVE TERM-CLOSED-LINE TO AGING-REPORT-REC
                   MOVE 2 TO PROPER-SPACING
                   PERFORM 40-WRITE-A-LINE
                   MOVE 1 TO PROPER-SPACING
               WHEN TERM-OVERRIDDEN
                   ADD 1 TO CT-TERM-OVERRIDE
           END-EVALUATE
           .

      *  A REJECT FROM BEFORE REJECT DATES WERE STAMPED (BLANK OR
      *  UNPARSEABLE DATE) IS TREATED AS MAXIMUM AGE SO IT SURFACES
      *  ON THE REPORT INSTEAD OF HIDING.
           IF WK-AGE-DAYS >= WK-AGE-LIMIT
               ADD 1 TO CT-AGED
               MOVE WK-COURSE-NUM TO AL-COURSE-NUM
               MOVE WK-STUDENT-ID TO AL-STUDENT-ID
               MOVE WK-NAME TO AL-NAME
               MOVE WK-TERM TO AL-TERM
               MOVE WR-REASON-CODE TO AL-REASON
                   MOVE FT-COURSE-NUM (WK-FIX-IDX) TO UF-COURSE-NUM
                   MOVE FT-NAME (WK-FIX-IDX) TO UF-NAME
                   MOVE FT-TERM (WK-FIX-IDX) TO UF-TERM
                   MOVE FT-STUDENT-ID (WK-FIX-IDX) TO UF-STUDENT-ID
                   MOVE UNUSED-FIX-LINE TO AGING-REPORT-REC
                   MOVE 2 TO PROPER-SPACING
                   PERFORM 40-WRITE-A-LINE
           MOVE SUMMARY-LINE TO AGING-REPORT-REC
           PERFORM 40-WRITE-A-LINE

           IF TERM-CALENDAR-PRESENT
               MOVE 'FIXES HELD - TERM CLOSED' TO SL-CAPTION
               MOVE CT-TERM-CLOSED TO SL-COUNT
               MOVE SUMMARY-LINE TO AGING-REPORT-REC
               PERFORM 40-WRITE-A-LINE

               MOVE 'RESUBMITTED ON TERM OVERRIDE' TO SL-CAPTION
               MOVE CT-TERM-OVERRIDE TO SL-COUNT
               MOVE SUMMARY-LINE TO AGING-REPORT-REC
               PERFORM 40-WRITE-A-LINE
           END-IF

           IF CT-FIX-DROPPED > 0
               MOVE '** CORRECTIONS NOT TABLED **' TO SL-CAPTION
               MOVE CT-FIX-DROPPED TO SL-COUNT
