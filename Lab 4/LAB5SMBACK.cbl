               ASSIGN TO 'STUDENTMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS SM-FILE-STATUS.

           SELECT BACKUP-CONTROL-FILE
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
           05  SM-CREDIT-FIELDS        PIC X(16).
      *  THE PERMANENT STUDENT NUMBER -- THE RECORD KEY
           05  SM-STUDENT-ID           PIC X(9).
      *  FERPA HOLD FLAG AND EFFECTIVE DATE -- CARRIED, NOT USED
           05  SM-CONF-FIELDS          PIC X(9).
      *
      *  HOW MANY OF THE FIVE SLOTS TO ROTATE THROUGH (THE KEEP
      *  COUNT THE OPERATOR CONFIGURES) AND THE SLOT LAST WRITTEN
           05  BC-LAST-SLOT            PIC 9.
      *
       FD  GEN1-FILE
           RECORD CONTAINS 72 CHARACTERS.
      *
       01  GEN1-REC                    PIC X(72).
      *
       FD  GEN2-FILE
           RECORD CONTAINS 72 CHARACTERS.
      *
       01  GEN2-REC                    PIC X(72).
      *
       FD  GEN3-FILE
           RECORD CONTAINS 72 CHARACTERS.
      *
       01  GEN3-REC                    PIC X(72).
      *
       FD  GEN4-FILE
           RECORD CONTAINS 72 CHARACTERS.
      *
       01  GEN4-REC                    PIC X(72).
      *
       FD  GEN5-FILE
           RECORD CONTAINS 72 CHARACTERS.
      *
       01  GEN5-REC                    PIC X(72).
      *
       WORKING-STORAGE SECTION.
      *
           05  WK-LAST-SLOT        PIC 9         VALUE 0.
           05  WK-SLOT             PIC 9         VALUE 0.
           05  WK-RECORD-COUNT     PIC 9(6)      VALUE 0.
           05  WK-GEN-REC          PIC X(72)     VALUE SPACES.
      *
       01  BK-HEADER-BUILD.
           05                      PIC X         VALUE 'H'.
           05  BH-RUN-NUMBER       PIC 9(6).
           05                      PIC X         VALUE SPACES.
           05  BH-PROGRAM          PIC X(15).
           05                      PIC X(40)     VALUE SPACES.
      *
       01  BK-DETAIL-BUILD.
           05                      PIC X         VALUE 'D'.
           05  BD-MASTER-IMAGE     PIC X(68).
           05                      PIC X(3)      VALUE SPACES.
      *
       01  BK-TRAILER-BUILD.
           05                      PIC X         VALUE 'T'.
           05  BT-RECORD-COUNT     PIC 9(6).
           05                      PIC X(65)     VALUE SPACES.
      *
       01  BK-CONTROL-BUILD.
           05  BB-KEEP-COUNT       PIC 9.
