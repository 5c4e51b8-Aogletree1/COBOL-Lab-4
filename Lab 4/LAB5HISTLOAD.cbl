       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB5HISTLOAD.
       AUTHOR. YOURNAMEHERE.
      *************************
      *              COURSE-RESULT HISTORY LOAD/UNLOAD UTILITY
      *
      *    THE COURSE-RESULT HISTORY IS KEPT AS L5HISTORY.DAT, AN
      *    INDEXED FILE KEYED ON STUDENT NUMBER, TERM, COURSE,
      *    SECTION AND POSTING SEQUENCE, SO A SINGLE STUDENT'S
      *    RECORDS ARE A DIRECT KEYED READ.  THE POSTING SEQUENCE
      *    IS THE RUN NUMBER OF THE RUN THAT POSTED THE RECORD AND
      *    ITS COUNT WITHIN THAT RUN; IT IS ALSO AN ALTERNATE KEY,
      *    SO THE FILE CAN STILL BE READ IN THE ORDER IT WAS
      *    POSTED.  THIS UTILITY HAS THREE MODES:
      *      C - CONVERT.  RUN ONCE, AFTER LAB5IDCONV, TO BUILD
      *          L5HISTORY.DAT FROM THE OLD LINE-SEQUENTIAL
      *          L5HISTORY.TXT.  EACH RECORD IS KEYED FROM ITS OWN
      *          FIELDS AND TAKES RUN 000000 AND ITS LINE NUMBER AS
      *          ITS POSTING SEQUENCE, SO THE OLD FILE ORDER IS KEPT
      *          AND EVERYTHING POSTED SINCE COLLATES AFTER IT.  THE
      *          RUN REFUSES TO LOAD OVER A HISTORY ALREADY HOLDING
      *          RECORDS, OR FROM A FLAT FILE WITH ANY RECORD THAT
      *          HAS NO STUDENT NUMBER (LAB5IDCONV NOT YET RUN).
      *      U - UNLOAD.  COPY L5HISTORY.DAT, KEY AND ALL, TO
      *          L5HISTUNLD.TXT IN POSTING ORDER -- THE BACKUP
      *          IMAGE.
      *      R - RELOAD.  REBUILD L5HISTORY.DAT FROM AN UNLOADED
      *          IMAGE (OR FROM THE L5ARCHWORK.TXT SPOOL LAB5HISTARCH
      *          LEAVES BEHIND, COPIED TO L5HISTUNLD.TXT), EVERY
      *          RECORD UNDER ITS ORIGINAL KEY.
      *    EVERY MODE PROVES RECORDS WRITTEN AGAINST RECORDS READ.
      *******
      *    INPUT:
      *        L5HLOADPARM.TXT - OPTIONAL MODE IN COLUMN 1 ('C',
      *                          'U' OR 'R'; ABSENT OR BLANK MEANS
      *                          'C')
      *        L5HISTORY.TXT  - OLD FLAT HISTORY (CONVERT)
      *        L5HISTORY.DAT  - KEYED HISTORY (UNLOAD)
      *        L5HISTUNLD.TXT - UNLOADED IMAGE (RELOAD)
      *******
      *    OUTPUT:
      *        L5HISTORY.DAT  - KEYED HISTORY (CONVERT, RELOAD)
      *        L5HISTUNLD.TXT - UNLOADED IMAGE (UNLOAD)
      *        L5HLOADRPT.TXT - RECORD COUNTS AND PROOF
      *************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO 'L5HLOADPARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT FLAT-HISTORY-FILE
               ASSIGN TO 'L5HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLAT-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'L5HISTORY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               ALTERNATE RECORD KEY IS HI-POST-SEQ
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT UNLOAD-FILE
               ASSIGN TO 'L5HISTUNLD.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNLOAD-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'L5HLOADRPT.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  PARM-FILE
           RECORD CONTAINS 1 CHARACTERS.
      *
       01  PARM-RECORD.
           05  PARM-MODE               PIC X.
      *
      *  THE FLAT LAYOUT LAB5IDCONV LEFT -- THE BODY OF THE KEYED
      *  RECORD, BYTE FOR BYTE
       FD  FLAT-HISTORY-FILE
           RECORD CONTAINS 49 CHARACTERS.
      *
       01  FLAT-HISTORY-REC.
           05  FL-REC-TYPE             PIC X.
           05  FL-STUDENT-NAME         PIC X(20).
           05  FL-TERM                 PIC X(4).
           05  FL-COURSE-NUM           PIC X(5).
           05  FL-AVG                  PIC X(4).
           05  FL-LETTER               PIC X.
           05  FL-SECTION              PIC X(2).
           05  FL-CREDITS              PIC X.
           05  FL-QUALITY-PTS          PIC X(2).
           05  FL-STUDENT-ID           PIC X(9).
      *
      *  SAME LAYOUT LAB5SINGLEBREAK WRITES IN 37A-WRITE-HISTORY.
      *  THE KEY LEADS THE RECORD; THE 49-BYTE BODY BEHIND IT IS
      *  THE OLD FLAT RECORD UNCHANGED, AND RIDES THROUGH HERE AS
      *  ONE FIELD.
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
           05  HI-BODY                 PIC X(49).
      *
       FD  UNLOAD-FILE
           RECORD CONTAINS 82 CHARACTERS.
      *
       01  UNLOAD-REC                  PIC X(82).
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
           05  LOAD-MODE-SW        PIC X         VALUE 'C'.
               88  CONVERT-MODE                 VALUE 'C'.
               88  UNLOAD-MODE                  VALUE 'U'.
               88  RELOAD-MODE                  VALUE 'R'.
           05  INPUT-PRESENT-SW    PIC X         VALUE 'N'.
               88  INPUT-PRESENT                VALUE 'Y'.
           05  UNNUMBERED-SW       PIC X         VALUE 'N'.
               88  UNNUMBERED-FOUND             VALUE 'Y'.
      *
       01  PARM-FILE-STATUS        PIC XX        VALUE '00'.
      *
       01  FLAT-FILE-STATUS        PIC XX        VALUE '00'.
      *
       01  HISTORY-FILE-STATUS     PIC XX        VALUE '00'.
      *
       01  UNLOAD-FILE-STATUS      PIC XX        VALUE '00'.
      *
       01  CURRENT-DATE.
           05  CD-YEAR             PIC XXXX.
           05  CD-MONTH            PIC XX.
           05  CD-DAY              PIC XX.
      *
      *  PARAMETER BLOCK FOR THE LAB5RUNCTL SERVICE.  CONVERT AND
      *  RELOAD REBUILD L5HISTORY.DAT, SO THE RUN CLAIMS AS AN
      *  UPDATER AND HOLDS THE SERIALIZATION LOCK -- NO POSTING
      *  RUN CAN ADD TO THE HISTORY WHILE IT IS BEING REBUILT.  AN
      *  UNLOAD CLAIMS THE SAME WAY SO THE IMAGE IS CONSISTENT.
       01  RUN-CTL-PARMS.
           05  RP-FUNCTION         PIC X         VALUE 'C'.
           05  RP-PROGRAM          PIC X(15)     VALUE 'LAB5HISTLOAD'.
           05  RP-UPDATER-SW       PIC X         VALUE 'Y'.
           05  RP-RESUME-OWN-SW    PIC X         VALUE 'N'.
           05  RP-RUN-NUMBER       PIC 9(6)      VALUE 0.
           05  RP-STATUS           PIC X(10)     VALUE 'STARTED'.
           05  RP-RESUMED          PIC 9(6)      VALUE 0.
           05  RP-READ-COUNT       PIC 9(6)      VALUE 0.
           05  RP-RESULT           PIC X         VALUE '0'.
               88  RUN-REFUSED                   VALUE 'L'.
      *
       01  COUNT-FIELDS.
           05  CT-READ             PIC S9(7)     VALUE +0.
           05  CT-WRITTEN          PIC S9(7)     VALUE +0.
           05  CT-DUPLICATE        PIC S9(7)     VALUE +0.
      **************************OUTPUT AREA***************************
       01  REPORT-HEADER-1.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(30)
                   VALUE 'HISTORY LOAD/UNLOAD'.
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
       01  MODE-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05  MO-MODE             PIC X(50).
      *
       01  DUPLICATE-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05                      PIC X(15)
                   VALUE 'DUPLICATE KEY  '.
           05  DU-KEY              PIC X(33).
      *
       01  SUMMARY-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05  SL-CAPTION          PIC X(30).
           05  SL-COUNT            PIC ZZZZZZ9.
      *
       01  PROOF-LINE.
           05                      PIC X(6)      VALUE SPACES.
           05  PF-MESSAGE          PIC X(50).
      *
       PROCEDURE DIVISION.
      *
       10-CONTROL-MODULE.

           PERFORM 15-HOUSEKEEPING

           EVALUATE TRUE
               WHEN UNLOAD-MODE
                   PERFORM 30-UNLOAD-HISTORY
               WHEN RELOAD-MODE
                   PERFORM 40-RELOAD-HISTORY
               WHEN OTHER
                   PERFORM 20-CONVERT-HISTORY
           END-EVALUATE

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

           EVALUATE TRUE
               WHEN UNLOAD-MODE
                   MOVE 'UNLOAD L5HISTORY.DAT TO L5HISTUNLD.TXT'
                       TO MO-MODE
               WHEN RELOAD-MODE
                   MOVE 'RELOAD L5HISTORY.DAT FROM L5HISTUNLD.TXT'
                       TO MO-MODE
               WHEN OTHER
                   MOVE 'CONVERT L5HISTORY.TXT TO L5HISTORY.DAT'
                       TO MO-MODE
           END-EVALUATE
           WRITE REPORT-REC FROM MODE-LINE
               AFTER ADVANCING 2
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

      *  OPTIONAL MODE CARD.  ANYTHING BUT 'U' OR 'R' CONVERTS.
       17-READ-PARM-CARD.

           OPEN INPUT PARM-FILE

           IF PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-MODE = 'U' OR PARM-MODE = 'R'
                           MOVE PARM-MODE TO LOAD-MODE-SW
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           .

      *  A KEYED HISTORY THAT ALREADY HOLDS A RECORD MEANS THE
      *  CONVERSION HAS RUN, AND EVERYTHING POSTED SINCE WOULD BE
      *  LOST UNDER THE OLD FLAT FILE -- STOP WITH NOTHING TOUCHED.
       20-CONVERT-HISTORY.

           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS = '00'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       CLOSE HISTORY-FILE
                       MOVE '** L5HISTORY.DAT ALREADY LOADED -- NOT RUN'
                           TO PF-MESSAGE
                       WRITE REPORT-REC FROM PROOF-LINE
                           AFTER ADVANCING 2
                       CLOSE REPORT-FILE
                       DISPLAY 'LAB5HISTLOAD L5HISTORY.DAT ALREADY'
                               ' HOLDS RECORDS -- RUN STOPPED'
                       MOVE 'F' TO RP-FUNCTION
                       MOVE 'LOADED' TO RP-STATUS
                       CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE HISTORY-FILE
           END-IF

           PERFORM 19-CHECK-STUDENT-NUMBERS

           OPEN INPUT FLAT-HISTORY-FILE
           OPEN OUTPUT HISTORY-FILE

           IF FLAT-FILE-STATUS = '00'
               SET INPUT-PRESENT TO TRUE
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ FLAT-HISTORY-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           ADD 1 TO CT-READ
                           PERFORM 21-CONVERT-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FLAT-HISTORY-FILE
           END-IF

           CLOSE HISTORY-FILE
           .

      *  EVERY KEY LEADS WITH THE STUDENT NUMBER.  A FLAT FILE FROM
      *  BEFORE LAB5IDCONV HAS NONE, AND WOULD LOAD EVERY STUDENT
      *  UNDER ONE BLANK NUMBER -- SCAN THE WHOLE FILE FIRST AND
      *  STOP BEFORE L5HISTORY.DAT IS OPENED FOR OUTPUT.
       19-CHECK-STUDENT-NUMBERS.

           OPEN INPUT FLAT-HISTORY-FILE
           IF FLAT-FILE-STATUS = '00'
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ FLAT-HISTORY-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           IF FL-STUDENT-ID = SPACES
                               SET UNNUMBERED-FOUND TO TRUE
                               MOVE 'N' TO INPUT-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLAT-HISTORY-FILE
               MOVE 'Y' TO INPUT-EOF-FLAG
           END-IF

           IF UNNUMBERED-FOUND
               MOVE '** L5HISTORY.TXT HAS NO STUDENT NUMBERS -- NOT RUN'
                   TO PF-MESSAGE
               WRITE REPORT-REC FROM PROOF-LINE
                   AFTER ADVANCING 2
               CLOSE REPORT-FILE
               DISPLAY 'LAB5HISTLOAD L5HISTORY.TXT CARRIES A RECORD'
                       ' WITH NO STUDENT NUMBER -- RUN STOPPED'
               DISPLAY 'RUN LAB5IDCONV FIRST'
               MOVE 'F' TO RP-FUNCTION
               MOVE 'NONUMBER' TO RP-STATUS
               CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *  THE KEY IS BUILT FROM THE RECORD'S OWN FIELDS; THE LINE
      *  NUMBER KEEPS THE OLD FILE ORDER WITHIN EVERY CHAIN.
       21-CONVERT-ONE-RECORD.

           MOVE FL-STUDENT-ID TO HI-KEY-STUDENT-ID
           MOVE FL-TERM TO HI-KEY-TERM
           MOVE FL-COURSE-NUM TO HI-KEY-COURSE-NUM
           MOVE FL-SECTION TO HI-KEY-SECTION
           MOVE 0 TO HI-POST-RUN
           MOVE CT-READ TO HI-POST-ITEM
           MOVE FLAT-HISTORY-REC TO HI-BODY
           PERFORM 45-WRITE-HISTORY-REC
           .

      *  THE ALTERNATE KEY RETURNS THE FILE IN POSTING ORDER, SO
      *  THE IMAGE READS LIKE THE OLD FLAT FILE WITH KEYS IN FRONT.
       30-UNLOAD-HISTORY.

           OPEN INPUT HISTORY-FILE
           OPEN OUTPUT UNLOAD-FILE

           IF HISTORY-FILE-STATUS = '00'
               SET INPUT-PRESENT TO TRUE
               MOVE ZEROS TO HI-POST-SEQ
               START HISTORY-FILE KEY IS NOT < HI-POST-SEQ
                   INVALID KEY
                       MOVE 'N' TO INPUT-EOF-FLAG
               END-START
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           ADD 1 TO CT-READ
                           WRITE UNLOAD-REC FROM HISTORY-REC
                           ADD 1 TO CT-WRITTEN
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF

           CLOSE UNLOAD-FILE
           .

      *  AN IMAGE THAT IS NOT THERE LEAVES THE HISTORY UNTOUCHED --
      *  A RELOAD NEVER EMPTIES THE FILE FOR WANT OF INPUT.
       40-RELOAD-HISTORY.

           OPEN INPUT UNLOAD-FILE

           IF UNLOAD-FILE-STATUS = '00'
               SET INPUT-PRESENT TO TRUE
               OPEN OUTPUT HISTORY-FILE
               PERFORM UNTIL INPUT-EOF-FLAG = 'N'
                   READ UNLOAD-FILE
                       AT END
                           MOVE 'N' TO INPUT-EOF-FLAG
                       NOT AT END
                           ADD 1 TO CT-READ
                           MOVE UNLOAD-REC TO HISTORY-REC
                           PERFORM 45-WRITE-HISTORY-REC
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               CLOSE UNLOAD-FILE
           END-IF
           .

      *  A KEY ALREADY WRITTEN IS LISTED AND LEFT OUT; THE PROOF
      *  THEN FAILS, SO THE INPUT IS PUT RIGHT AND THE LOAD RERUN.
       45-WRITE-HISTORY-REC.

           WRITE HISTORY-REC
               INVALID KEY
                   ADD 1 TO CT-DUPLICATE
                   MOVE HI-KEY TO DU-KEY
                   WRITE REPORT-REC FROM DUPLICATE-LINE
                       AFTER ADVANCING 1
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO CT-WRITTEN
           END-WRITE
           .

       50-EOF-ROUTINE.

           MOVE 'RECORDS READ' TO SL-CAPTION
           MOVE CT-READ TO SL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 2

           MOVE 'RECORDS WRITTEN' TO SL-CAPTION
           MOVE CT-WRITTEN TO SL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           MOVE 'DUPLICATE KEYS LEFT OUT' TO SL-CAPTION
           MOVE CT-DUPLICATE TO SL-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
               AFTER ADVANCING 1

           EVALUATE TRUE
               WHEN NOT INPUT-PRESENT
                   MOVE 'NOINPUT' TO RP-STATUS
                   MOVE '** INPUT FILE NOT FOUND -- NOTHING LOADED'
                       TO PF-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN CT-WRITTEN = CT-READ
                   MOVE 'COMPLETED' TO RP-STATUS
                   MOVE 'EVERY RECORD READ WRITTEN -- COUNTS PROVE'
                       TO PF-MESSAGE
               WHEN OTHER
                   MOVE 'OUTOFBAL' TO RP-STATUS
                   MOVE '** COUNTS DO NOT PROVE -- JOB IN ERROR **'
                       TO PF-MESSAGE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           WRITE REPORT-REC FROM PROOF-LINE
               AFTER ADVANCING 2

           CLOSE REPORT-FILE

           PERFORM 54-FINALIZE-RUN-CONTROL

           DISPLAY 'LAB5HISTLOAD RUN ' RP-RUN-NUMBER
                   ' MODE ' LOAD-MODE-SW
                   ' READ ' CT-READ
                   ' WRITTEN ' CT-WRITTEN

           STOP RUN
           .

      *  STAMP THE OUTCOME, LOG THE EXECUTION, AND RELEASE THE
      *  SERIALIZATION LOCK ON THE MASTER FILES.
       54-FINALIZE-RUN-CONTROL.

           MOVE 'F' TO RP-FUNCTION
           MOVE CT-READ TO RP-READ-COUNT
           CALL 'LAB5RUNCTL' USING RUN-CTL-PARMS
           .
