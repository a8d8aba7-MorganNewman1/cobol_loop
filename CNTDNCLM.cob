       IDENTIFICATION DIVISION.

       PROGRAM-ID. cntdnclm.

      * Shop calendar build and maintenance.  Produces a new copy of
      * the processing calendar the countdown runs slide and
      * regenerate against (CNTDNCAL - one record per date,
      * YYYYMMDD plus a Y/N processing flag, ascending), checks it,
      * and reports the tickets the change will move.
      * The PARM picks the mode:
      *     'B YYYY RULE'  build - generate every date of the year
      *                    from the weekend rule, a string of seven
      *                    Y/N flags for Monday through Sunday
      *                    (default YYYYYNN, Saturday and Sunday
      *                    off).  Dates on the old calendar before
      *                    today are dropped, dates outside the year
      *                    are kept as they stand.
      *     'M'            maintain - start from the calendar as it
      *                    stands.
      * Either way the holiday transactions on CNTDNCLT are then
      * applied - A yyyymmdd to make a date a holiday (not a
      * processing day), R yyyymmdd to make it a processing day
      * again, each with a description.  In build mode the
      * holiday list for the year is simply a set of A
      * transactions.  A transaction for a date not on the
      * calendar is rejected.
      * The new calendar on CNTDNCLN is then checked: dates
      * ascending with no duplicates and no gaps, every flag Y or
      * N, no more days than the countdown loads (800), and a
      * processing day on or after one month from today so a
      * monthly ticket regenerated tonight has somewhere to land.
      * The report on CNTDNCLR shows the transactions, the checks,
      * a month-by-month listing of the new calendar, and every
      * WAITING or recurring ticket on the master (CNTDNMST) whose
      * effective date falls on a date this run turned into a
      * holiday, with the processing day it will now slide to.
      * Return-code 8 means a transaction was rejected or the
      * calendar failed a check - the new copy is not to be
      * installed; 12 is a bad PARM; 16 a file that would not
      * open.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTDN-CALENDAR-FILE ASSIGN TO "CNTDNCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT CNTDN-CAL-TRANS-FILE ASSIGN TO "CNTDNCLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-TRANS-STATUS.
           SELECT CNTDN-NEW-CALENDAR-FILE ASSIGN TO "CNTDNCLN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-CALENDAR-STATUS.
           SELECT CNTDN-MASTER-FILE ASSIGN TO "CNTDNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNTDN-MST-TICKET-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CNTDN-CALENDAR-RPT-FILE ASSIGN TO "CNTDNCLR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CNTDN-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-CALENDAR-RECORD.
           05  CNTDN-CAL-DATE            PIC 9(08).
           05  CNTDN-CAL-PROCESS-FLAG    PIC X(01).

       FD  CNTDN-CAL-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-CAL-TRANS-RECORD     PIC X(80).

       FD  CNTDN-NEW-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-NEW-CALENDAR-RECORD.
           05  CNTDN-NCL-DATE            PIC 9(08).
           05  CNTDN-NCL-PROCESS-FLAG    PIC X(01).

       FD  CNTDN-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-MASTER-RECORD.
           05  CNTDN-MST-TICKET-ID    PIC X(08).
           05  FILLER                 PIC X(52).

       FD  CNTDN-CALENDAR-RPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CNTDN-CALENDAR-RPT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       77    WS-CALENDAR-FILE-STATUS PIC XX         VALUE SPACES.
       77    WS-CAL-TRANS-STATUS    PIC XX          VALUE SPACES.
       77    WS-NEW-CALENDAR-STATUS PIC XX          VALUE SPACES.
       77    WS-MASTER-FILE-STATUS  PIC XX          VALUE SPACES.
       77    WS-CALENDAR-RPT-STATUS PIC XX          VALUE SPACES.
       77    WS-CALENDAR-OPEN-SWITCH PIC X          VALUE "N".
           88  WS-CALENDAR-OPEN                     VALUE "Y".
       77    WS-CAL-TRANS-OPEN-SWITCH PIC X         VALUE "N".
           88  WS-CAL-TRANS-OPEN                    VALUE "Y".
       77    WS-NEW-CALENDAR-OPEN-SWITCH PIC X      VALUE "N".
           88  WS-NEW-CALENDAR-OPEN                 VALUE "Y".
       77    WS-MASTER-FILE-OPEN-SWITCH PIC X       VALUE "N".
           88  WS-MASTER-FILE-OPEN                  VALUE "Y".
       77    WS-CALENDAR-RPT-OPEN-SWITCH PIC X      VALUE "N".
           88  WS-CALENDAR-RPT-OPEN                 VALUE "Y".
       77    WS-ABEND-SWITCH        PIC X           VALUE "N".
           88  WS-ABEND-OCCURRED                    VALUE "Y".
       77    WS-PARM-ERROR-SWITCH   PIC X           VALUE "N".
           88  WS-PARM-ERROR                        VALUE "Y".
       77    WS-END-OF-CALENDAR-SWITCH PIC X        VALUE "N".
           88  WS-END-OF-CALENDAR                   VALUE "Y".
       77    WS-END-OF-TRANS-SWITCH PIC X           VALUE "N".
           88  WS-END-OF-TRANS                      VALUE "Y".
       77    WS-END-OF-MASTER-SWITCH PIC X          VALUE "N".
           88  WS-END-OF-MASTER                     VALUE "Y".
       77    WS-DATE-FOUND-SWITCH   PIC X           VALUE "N".
           88  WS-DATE-FOUND                        VALUE "Y".
       77    WS-CMD-LINE            PIC X(30)       VALUE SPACES.
       77    WS-MODE-PARM           PIC X(01)       VALUE SPACES.
           88  WS-BUILD-MODE                        VALUE "B".
           88  WS-MAINTAIN-MODE                     VALUE "M".
       77    WS-YEAR-PARM           PIC X(04)       VALUE SPACES.
       77    WS-RULE-PARM           PIC X(07)       VALUE SPACES.
       77    WS-BUILD-YEAR          PIC 9(04)       VALUE ZERO.
       77    WS-BUILD-START         PIC 9(08)       VALUE ZERO.
       77    WS-BUILD-END           PIC 9(08)       VALUE ZERO.
       77    WS-ASOF-DATE           PIC 9(08)       VALUE ZERO.
       77    WS-HORIZON-DATE        PIC 9(08)       VALUE ZERO.
       77    WS-COVER-DATE          PIC 9(08)       VALUE ZERO.
       77    WS-LOOKUP-DATE         PIC 9(08)       VALUE ZERO.
       77    WS-LOOKUP-FLAG         PIC X(01)       VALUE SPACES.
       77    WS-ADD-DATE            PIC 9(08)       VALUE ZERO.
       77    WS-ADD-FLAG            PIC X(01)       VALUE SPACES.
       77    WS-LISTING-MONTH       PIC 9(06)       VALUE ZERO.
       77    WS-MONTH-PROCESS-DAYS  PIC 9(02)       VALUE ZERO.
       77    WS-RULE-SUB            PIC 9(02)       VALUE ZERO.
       77    WS-WEEKDAY-SUB         PIC 9(02)       VALUE ZERO.
       77    WS-WEEK-QUOTIENT       PIC 9(09)       VALUE ZERO.
       77    WS-OLD-SUB             PIC 9(04)       VALUE ZERO.
       77    WS-NEW-SUB             PIC 9(04)       VALUE ZERO.
       77    WS-FOUND-SUB           PIC 9(04)       VALUE ZERO.
       77    WS-SCAN-SUB            PIC 9(04)       VALUE ZERO.
       77    WS-LOCATE-OFFSET       PIC S9(09)      VALUE ZERO.
       77    WS-MONTH-LENGTH        PIC 9(02)       VALUE ZERO.
       77    WS-LEAP-QUOTIENT       PIC 9(04)       VALUE ZERO.
       77    WS-LEAP-REMAINDER      PIC 9(04)       VALUE ZERO.
       77    WS-OLD-DAYS-READ       PIC 9(05)       VALUE ZERO.
       77    WS-OLD-BAD-DATES       PIC 9(05)       VALUE ZERO.
       77    WS-OLD-OVERFLOW        PIC 9(05)       VALUE ZERO.
       77    WS-NEW-OVERFLOW        PIC 9(05)       VALUE ZERO.
       77    WS-DAYS-GENERATED      PIC 9(05)       VALUE ZERO.
       77    WS-DAYS-KEPT           PIC 9(05)       VALUE ZERO.
       77    WS-DAYS-WRITTEN        PIC 9(05)       VALUE ZERO.
       77    WS-PROCESSING-DAYS     PIC 9(05)       VALUE ZERO.
       77    WS-HOLIDAYS-ADDED      PIC 9(05)       VALUE ZERO.
       77    WS-HOLIDAYS-REMOVED    PIC 9(05)       VALUE ZERO.
       77    WS-TRANS-READ          PIC 9(05)       VALUE ZERO.
       77    WS-TRANS-APPLIED       PIC 9(05)       VALUE ZERO.
       77    WS-TRANS-REJECTED      PIC 9(05)       VALUE ZERO.
       77    WS-VALIDATION-ERRORS   PIC 9(05)       VALUE ZERO.
       77    WS-TICKETS-READ        PIC 9(07)       VALUE ZERO.
       77    WS-TICKETS-AFFECTED    PIC 9(05)       VALUE ZERO.

      * The weekend rule, Monday first; a serial day number
      * divided by 7 leaves 0 for a Monday.
       01  WS-WEEKEND-RULE.
           05  WS-RULE-DAY            PIC X(01) OCCURS 7 TIMES.

      * The calendar as it stood, and the calendar being built.
      * Two years and a little over fit either table.
       01  WS-OLD-CALENDAR-TABLE.
           05  WS-OLD-COUNT           PIC 9(04)     VALUE ZERO.
           05  WS-OLD-ENTRY OCCURS 1000 TIMES.
               10  WS-OCE-DATE        PIC 9(08).
               10  WS-OCE-FLAG        PIC X(01).

      * The change byte marks what this run did to the date
      * against the old calendar: H = newly a holiday, P = newly
      * a processing day, blank = unchanged.  A date new to the
      * calendar only counts as newly a holiday when a holiday
      * transaction made it one (marked A until the checks run) -
      * weekends from the rule are not holidays.
       01  WS-NEW-CALENDAR-TABLE.
           05  WS-NEW-COUNT           PIC 9(04)     VALUE ZERO.
           05  WS-NEW-ENTRY OCCURS 1000 TIMES.
               10  WS-NCE-DATE        PIC 9(08).
               10  WS-NCE-FLAG        PIC X(01).
               10  WS-NCE-CHANGE      PIC X(01).

       01  WS-CALENDAR-TRANSACTION.
           05  WS-CTR-ACTION          PIC X(01).
               88  WS-CTR-ADD-HOLIDAY               VALUE "A".
               88  WS-CTR-REMOVE-HOLIDAY            VALUE "R".
           05  WS-CTR-DATE            PIC X(08).
           05  FILLER                 PIC X(01).
           05  WS-CTR-DESCRIPTION     PIC X(20).
           05  FILLER                 PIC X(50).

       01  WS-SERIAL-DATE-WORK.
           05  WS-SDW-DATE            PIC 9(08).
           05  WS-SDW-DATE-R REDEFINES WS-SDW-DATE.
               10  WS-SDW-YYYY        PIC 9(04).
               10  WS-SDW-MM          PIC 9(02).
               10  WS-SDW-DD          PIC 9(02).
           05  WS-SDW-ADJUST          PIC S9(04).
           05  WS-SDW-SERIAL          PIC S9(09).

       01  WS-DAY-WORK.
           05  WS-DTW-DATE            PIC 9(08).
           05  WS-DTW-DATE-R REDEFINES WS-DTW-DATE.
               10  WS-DTW-YYYY        PIC 9(04).
               10  WS-DTW-MM          PIC 9(02).
               10  WS-DTW-DD          PIC 9(02).
           05  WS-DTW-DATE-M REDEFINES WS-DTW-DATE.
               10  WS-DTW-YYYYMM      PIC 9(06).
               10  FILLER             PIC 9(02).

       01  WS-REPORT-HEADING.
           05  FILLER                 PIC X(28)
                 VALUE "SHOP CALENDAR MAINTENANCE   ".
           05  WS-RPH-MODE            PIC X(08).
           05  FILLER                 PIC X(06)  VALUE " YEAR ".
           05  WS-RPH-YEAR            PIC X(04).
           05  FILLER                 PIC X(06)  VALUE " RULE ".
           05  WS-RPH-RULE            PIC X(07).
           05  FILLER                 PIC X(07)  VALUE " AS OF ".
           05  WS-RPH-ASOF-DATE       PIC 9(08).
           05  FILLER                 PIC X(06)  VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SCL-TITLE           PIC X(60).
           05  FILLER                 PIC X(20)  VALUE SPACES.

       01  WS-TRANSACTION-LINE.
           05  WS-TRL-ACTION          PIC X(01).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-TRL-DATE            PIC X(08).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-TRL-DESCRIPTION     PIC X(20).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-TRL-RESULT          PIC X(40).
           05  FILLER                 PIC X(08)  VALUE SPACES.

       01  WS-ERROR-LINE.
           05  FILLER                 PIC X(03)  VALUE "** ".
           05  WS-ERL-TEXT            PIC X(45).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-ERL-VALUE           PIC X(08).
           05  FILLER                 PIC X(23)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SML-LABEL           PIC X(35).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-SML-VALUE           PIC X(08).
           05  FILLER                 PIC X(36)  VALUE SPACES.

       01  WS-MONTH-HEADING-1.
           05  FILLER                 PIC X(08)  VALUE SPACES.
           05  FILLER                 PIC X(31)
                 VALUE "0 0 0 0 0 0 0 0 0 1 1 1 1 1 1 1".
           05  FILLER                 PIC X(31)
                 VALUE " 1 1 1 2 2 2 2 2 2 2 2 2 2 3 3 ".
           05  FILLER                 PIC X(10)  VALUE "  PROCESS".

       01  WS-MONTH-HEADING-2.
           05  FILLER                 PIC X(08)  VALUE "MONTH   ".
           05  FILLER                 PIC X(31)
                 VALUE "1 2 3 4 5 6 7 8 9 0 1 2 3 4 5 6".
           05  FILLER                 PIC X(31)
                 VALUE " 7 8 9 0 1 2 3 4 5 6 7 8 9 0 1 ".
           05  FILLER                 PIC X(10)  VALUE "  DAYS".

       01  WS-LEGEND-LINE.
           05  FILLER                 PIC X(40)
                 VALUE ". PROCESSING  N NOT PROCESSING  H MADE A".
           05  FILLER                 PIC X(40)
                 VALUE " HOLIDAY  P MADE PROCESSING THIS RUN".

       01  WS-MONTH-LINE.
           05  WS-MNL-YYYY            PIC 9(04).
           05  FILLER                 PIC X(01)  VALUE "-".
           05  WS-MNL-MM              PIC 9(02).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-MNL-DAYS.
               10  WS-MNL-DAY-ENTRY OCCURS 31 TIMES.
                   15  WS-MNL-DAY     PIC X(01).
                   15  FILLER         PIC X(01).
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  WS-MNL-PROCESS-DAYS    PIC Z9.
           05  FILLER                 PIC X(05)  VALUE SPACES.

       01  WS-TICKET-HEADING.
           05  FILLER                 PIC X(40)
                 VALUE "TICKET   DEPT     STS RECUR EFFECTIVE  S".
           05  FILLER                 PIC X(40)
                 VALUE "LIDES TO".

       01  WS-TICKET-LINE.
           05  WS-TKL-TICKET-ID       PIC X(08).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-TKL-DEPARTMENT      PIC X(08).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-TKL-STATUS          PIC X(01).
           05  FILLER                 PIC X(04)  VALUE SPACES.
           05  WS-TKL-RECURRENCE      PIC X(01).
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  WS-TKL-EFFECTIVE-DATE  PIC 9(08).
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  WS-TKL-SLIDE-DATE      PIC X(08).
           05  FILLER                 PIC X(33)  VALUE SPACES.

           COPY CNTDNTK.

       PROCEDURE DIVISION.

       000-General.

           PERFORM 010-initialize.
           IF NOT WS-ABEND-OCCURRED
              AND NOT WS-PARM-ERROR
              PERFORM 100-load-old-calendar
              IF WS-BUILD-MODE
                 PERFORM 200-build-new-calendar
              ELSE
                 PERFORM 250-copy-old-calendar
              END-IF
              PERFORM 300-apply-transactions
              PERFORM 400-validate-calendar
              PERFORM 500-write-new-calendar
              PERFORM 600-print-calendar-listing
              PERFORM 700-list-affected-tickets
           END-IF.
           PERFORM 900-terminate.
           STOP RUN.

       010-initialize.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-MODE-PARM WS-YEAR-PARM WS-RULE-PARM.
           ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.
           IF WS-RULE-PARM = SPACES
              MOVE "YYYYYNN" TO WS-RULE-PARM
           END-IF.
           MOVE WS-RULE-PARM TO WS-WEEKEND-RULE.
           IF WS-BUILD-MODE
              IF WS-YEAR-PARM IS NUMERIC
                 MOVE WS-YEAR-PARM TO WS-BUILD-YEAR
              END-IF
              IF WS-BUILD-YEAR < 1900
                 DISPLAY "** BUILD YEAR PARM MISSING OR NOT YYYY **"
                 SET WS-PARM-ERROR TO TRUE
              END-IF
              PERFORM 015-check-rule-day
                      VARYING WS-RULE-SUB FROM 1 BY 1
                      UNTIL WS-RULE-SUB > 7
              COMPUTE WS-BUILD-START = WS-BUILD-YEAR * 10000 + 0101
              COMPUTE WS-BUILD-END   = WS-BUILD-YEAR * 10000 + 1231
           ELSE
              IF NOT WS-MAINTAIN-MODE
                 DISPLAY "** MODE PARM MUST BE B OR M **"
                 SET WS-PARM-ERROR TO TRUE
              END-IF
              MOVE SPACES TO WS-YEAR-PARM
              MOVE SPACES TO WS-RULE-PARM
           END-IF.
      * Building a year does not need a calendar to start from -
      * the first build of all starts with none.
           OPEN INPUT CNTDN-CALENDAR-FILE.
           IF WS-CALENDAR-FILE-STATUS = "00"
              SET WS-CALENDAR-OPEN TO TRUE
           ELSE
              IF WS-BUILD-MODE
                 DISPLAY "** CNTDNCAL NOT AVAILABLE - STATUS "
                         WS-CALENDAR-FILE-STATUS
                         " - BUILDING FROM NOTHING **"
              ELSE
                 DISPLAY "** UNABLE TO OPEN CNTDNCAL - STATUS "
                         WS-CALENDAR-FILE-STATUS " **"
                 SET WS-ABEND-OCCURRED TO TRUE
              END-IF
           END-IF.
           OPEN INPUT CNTDN-CAL-TRANS-FILE.
           IF WS-CAL-TRANS-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNCLT - STATUS "
                      WS-CAL-TRANS-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-CAL-TRANS-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT CNTDN-NEW-CALENDAR-FILE.
           IF WS-NEW-CALENDAR-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNCLN - STATUS "
                      WS-NEW-CALENDAR-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-NEW-CALENDAR-OPEN TO TRUE
           END-IF.
           OPEN INPUT CNTDN-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNMST - STATUS "
                      WS-MASTER-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-MASTER-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT CNTDN-CALENDAR-RPT-FILE.
           IF WS-CALENDAR-RPT-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNCLR - STATUS "
                      WS-CALENDAR-RPT-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-CALENDAR-RPT-OPEN TO TRUE
           END-IF.

       015-check-rule-day.
           IF WS-RULE-DAY (WS-RULE-SUB) NOT = "Y"
              AND WS-RULE-DAY (WS-RULE-SUB) NOT = "N"
              DISPLAY "** WEEKEND RULE " WS-RULE-PARM
                      " MUST BE SEVEN Y/N FLAGS MONDAY FIRST **"
              SET WS-PARM-ERROR TO TRUE
              MOVE 7 TO WS-RULE-SUB
           END-IF.

       050-date-to-serial.
           COMPUTE WS-SDW-ADJUST = (WS-SDW-MM - 14) / 12.
           COMPUTE WS-SDW-SERIAL =
               (1461 * (WS-SDW-YYYY + 4800 + WS-SDW-ADJUST)) / 4
               + (367 * (WS-SDW-MM - 2 - 12 * WS-SDW-ADJUST)) / 12
               - (3 * ((WS-SDW-YYYY + 4900 + WS-SDW-ADJUST) / 100))
                   / 4
               + WS-SDW-DD - 32075.

       060-bump-one-day.
           ADD 1 TO WS-DTW-DD.
           PERFORM 065-get-month-length.
           IF WS-DTW-DD > WS-MONTH-LENGTH
              MOVE 01 TO WS-DTW-DD
              IF WS-DTW-MM = 12
                 MOVE 01 TO WS-DTW-MM
                 ADD 1 TO WS-DTW-YYYY
              ELSE
                 ADD 1 TO WS-DTW-MM
              END-IF
           END-IF.

       065-get-month-length.
           MOVE 31 TO WS-MONTH-LENGTH.
           IF WS-DTW-MM = 04 OR WS-DTW-MM = 06
              OR WS-DTW-MM = 09 OR WS-DTW-MM = 11
              MOVE 30 TO WS-MONTH-LENGTH
           END-IF.
           IF WS-DTW-MM = 02
              MOVE 28 TO WS-MONTH-LENGTH
              DIVIDE WS-DTW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                  REMAINDER WS-LEAP-REMAINDER
              IF WS-LEAP-REMAINDER = ZERO
                 MOVE 29 TO WS-MONTH-LENGTH
                 DIVIDE WS-DTW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                     REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER = ZERO
                    MOVE 28 TO WS-MONTH-LENGTH
                    DIVIDE WS-DTW-YYYY BY 400
                        GIVING WS-LEAP-QUOTIENT
                        REMAINDER WS-LEAP-REMAINDER
                    IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-MONTH-LENGTH
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * Same rule as the countdown monthly regeneration: next
      * month, same day, pulled back to the month end.
       067-add-one-month.
           IF WS-DTW-MM = 12
              MOVE 01 TO WS-DTW-MM
              ADD 1 TO WS-DTW-YYYY
           ELSE
              ADD 1 TO WS-DTW-MM
           END-IF.
           PERFORM 065-get-month-length.
           IF WS-DTW-DD > WS-MONTH-LENGTH
              MOVE WS-MONTH-LENGTH TO WS-DTW-DD
           END-IF.

       080-add-new-day.
           IF WS-NEW-COUNT < 1000
              ADD 1 TO WS-NEW-COUNT
              MOVE WS-ADD-DATE TO WS-NCE-DATE (WS-NEW-COUNT)
              MOVE WS-ADD-FLAG TO WS-NCE-FLAG (WS-NEW-COUNT)
              MOVE SPACES      TO WS-NCE-CHANGE (WS-NEW-COUNT)
           ELSE
              ADD 1 TO WS-NEW-OVERFLOW
           END-IF.

      * Finds a date on the new calendar.  With no gaps the date
      * sits at its day offset from the first entry, which a
      * serial day number gives directly; if the calendar is not
      * that clean, the table is scanned.
       090-locate-new-date.
           MOVE "N" TO WS-DATE-FOUND-SWITCH.
           MOVE ZERO TO WS-FOUND-SUB.
           IF WS-NEW-COUNT > ZERO
              MOVE WS-NCE-DATE (1) TO WS-SDW-DATE
              PERFORM 050-date-to-serial
              MOVE WS-SDW-SERIAL TO WS-LOCATE-OFFSET
              MOVE WS-LOOKUP-DATE TO WS-SDW-DATE
              PERFORM 050-date-to-serial
              COMPUTE WS-LOCATE-OFFSET =
                      WS-SDW-SERIAL - WS-LOCATE-OFFSET + 1
              IF WS-LOCATE-OFFSET > ZERO
                 AND WS-LOCATE-OFFSET NOT > WS-NEW-COUNT
                 MOVE WS-LOCATE-OFFSET TO WS-FOUND-SUB
                 IF WS-NCE-DATE (WS-FOUND-SUB) = WS-LOOKUP-DATE
                    SET WS-DATE-FOUND TO TRUE
                 END-IF
              END-IF
              IF NOT WS-DATE-FOUND
                 PERFORM 092-scan-new-date
                         VARYING WS-SCAN-SUB FROM 1 BY 1
                         UNTIL WS-SCAN-SUB > WS-NEW-COUNT
                         OR WS-DATE-FOUND
              END-IF
           END-IF.

       092-scan-new-date.
           IF WS-NCE-DATE (WS-SCAN-SUB) = WS-LOOKUP-DATE
              SET WS-DATE-FOUND TO TRUE
              MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

      * The old calendar's flag for a date, Y when the date was
      * not on it at all.
       095-locate-old-date.
           MOVE "N" TO WS-DATE-FOUND-SWITCH.
           MOVE "Y" TO WS-LOOKUP-FLAG.
           IF WS-OLD-COUNT > ZERO
              MOVE WS-OCE-DATE (1) TO WS-SDW-DATE
              PERFORM 050-date-to-serial
              MOVE WS-SDW-SERIAL TO WS-LOCATE-OFFSET
              MOVE WS-LOOKUP-DATE TO WS-SDW-DATE
              PERFORM 050-date-to-serial
              COMPUTE WS-LOCATE-OFFSET =
                      WS-SDW-SERIAL - WS-LOCATE-OFFSET + 1
              IF WS-LOCATE-OFFSET > ZERO
                 AND WS-LOCATE-OFFSET NOT > WS-OLD-COUNT
                 MOVE WS-LOCATE-OFFSET TO WS-SCAN-SUB
                 IF WS-OCE-DATE (WS-SCAN-SUB) = WS-LOOKUP-DATE
                    SET WS-DATE-FOUND TO TRUE
                    MOVE WS-OCE-FLAG (WS-SCAN-SUB) TO WS-LOOKUP-FLAG
                 END-IF
              END-IF
              IF NOT WS-DATE-FOUND
                 PERFORM 097-scan-old-date
                         VARYING WS-SCAN-SUB FROM 1 BY 1
                         UNTIL WS-SCAN-SUB > WS-OLD-COUNT
                         OR WS-DATE-FOUND
              END-IF
           END-IF.

       097-scan-old-date.
           IF WS-OCE-DATE (WS-SCAN-SUB) = WS-LOOKUP-DATE
              SET WS-DATE-FOUND TO TRUE
              MOVE WS-OCE-FLAG (WS-SCAN-SUB) TO WS-LOOKUP-FLAG
           END-IF.

       100-load-old-calendar.
           MOVE WS-ASOF-DATE TO WS-RPH-ASOF-DATE.
           MOVE WS-YEAR-PARM TO WS-RPH-YEAR.
           MOVE WS-RULE-PARM TO WS-RPH-RULE.
           IF WS-BUILD-MODE
              MOVE "BUILD   " TO WS-RPH-MODE
           ELSE
              MOVE "MAINTAIN" TO WS-RPH-MODE
           END-IF.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-REPORT-HEADING.
           IF WS-CALENDAR-OPEN
              PERFORM 105-load-one-old-day
                      UNTIL WS-END-OF-CALENDAR
           END-IF.

      * A date that is not a date cannot be carried onto the new
      * calendar; it is counted and dropped (countdown ignores it
      * the same way).
       105-load-one-old-day.
           READ CNTDN-CALENDAR-FILE
               AT END
                   SET WS-END-OF-CALENDAR TO TRUE
               NOT AT END
                   ADD 1 TO WS-OLD-DAYS-READ
                   IF CNTDN-CAL-DATE IS NOT NUMERIC
                      ADD 1 TO WS-OLD-BAD-DATES
                   ELSE
                      IF WS-OLD-COUNT < 1000
                         ADD 1 TO WS-OLD-COUNT
                         MOVE CNTDN-CAL-DATE
                                 TO WS-OCE-DATE (WS-OLD-COUNT)
                         MOVE CNTDN-CAL-PROCESS-FLAG
                                 TO WS-OCE-FLAG (WS-OLD-COUNT)
                      ELSE
                         ADD 1 TO WS-OLD-OVERFLOW
                      END-IF
                   END-IF
           END-READ.

      * The new calendar is the old one's days from today up to
      * the year being built, then the year itself from the
      * weekend rule, then whatever the old one already held
      * past the year.  Days already gone are dropped so the
      * calendar stays inside what countdown loads.
       200-build-new-calendar.
           PERFORM 210-keep-old-day-before
                   VARYING WS-OLD-SUB FROM 1 BY 1
                   UNTIL WS-OLD-SUB > WS-OLD-COUNT.
           MOVE WS-BUILD-START TO WS-DTW-DATE.
           PERFORM 220-generate-one-day
                   UNTIL WS-DTW-DATE > WS-BUILD-END.
           PERFORM 215-keep-old-day-after
                   VARYING WS-OLD-SUB FROM 1 BY 1
                   UNTIL WS-OLD-SUB > WS-OLD-COUNT.

       210-keep-old-day-before.
           IF WS-OCE-DATE (WS-OLD-SUB) NOT < WS-ASOF-DATE
              AND WS-OCE-DATE (WS-OLD-SUB) < WS-BUILD-START
              MOVE WS-OCE-DATE (WS-OLD-SUB) TO WS-ADD-DATE
              MOVE WS-OCE-FLAG (WS-OLD-SUB) TO WS-ADD-FLAG
              PERFORM 080-add-new-day
              ADD 1 TO WS-DAYS-KEPT
           END-IF.

       215-keep-old-day-after.
           IF WS-OCE-DATE (WS-OLD-SUB) > WS-BUILD-END
              MOVE WS-OCE-DATE (WS-OLD-SUB) TO WS-ADD-DATE
              MOVE WS-OCE-FLAG (WS-OLD-SUB) TO WS-ADD-FLAG
              PERFORM 080-add-new-day
              ADD 1 TO WS-DAYS-KEPT
           END-IF.

       220-generate-one-day.
           MOVE WS-DTW-DATE TO WS-SDW-DATE.
           PERFORM 050-date-to-serial.
           DIVIDE WS-SDW-SERIAL BY 7 GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY-SUB.
           ADD 1 TO WS-WEEKDAY-SUB.
           MOVE WS-DTW-DATE TO WS-ADD-DATE.
           MOVE WS-RULE-DAY (WS-WEEKDAY-SUB) TO WS-ADD-FLAG.
           PERFORM 080-add-new-day.
           ADD 1 TO WS-DAYS-GENERATED.
           PERFORM 060-bump-one-day.

       250-copy-old-calendar.
           PERFORM 255-copy-one-old-day
                   VARYING WS-OLD-SUB FROM 1 BY 1
                   UNTIL WS-OLD-SUB > WS-OLD-COUNT.

       255-copy-one-old-day.
           MOVE WS-OCE-DATE (WS-OLD-SUB) TO WS-ADD-DATE.
           MOVE WS-OCE-FLAG (WS-OLD-SUB) TO WS-ADD-FLAG.
           PERFORM 080-add-new-day.
           ADD 1 TO WS-DAYS-KEPT.

       300-apply-transactions.
           MOVE SPACES TO WS-SECTION-LINE.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SECTION-LINE.
           MOVE "HOLIDAY TRANSACTIONS" TO WS-SCL-TITLE.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SECTION-LINE.
           PERFORM 310-read-one-transaction
                   UNTIL WS-END-OF-TRANS.
           IF WS-TRANS-READ = ZERO
              MOVE "  NONE" TO WS-SCL-TITLE
              WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SECTION-LINE
           END-IF.

       310-read-one-transaction.
           READ CNTDN-CAL-TRANS-FILE INTO WS-CALENDAR-TRANSACTION
               AT END
                   SET WS-END-OF-TRANS TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 320-apply-one-transaction
           END-READ.

       320-apply-one-transaction.
           MOVE SPACES TO WS-TRANSACTION-LINE.
           MOVE WS-CTR-ACTION      TO WS-TRL-ACTION.
           MOVE WS-CTR-DATE        TO WS-TRL-DATE.
           MOVE WS-CTR-DESCRIPTION TO WS-TRL-DESCRIPTION.
           IF NOT WS-CTR-ADD-HOLIDAY
              AND NOT WS-CTR-REMOVE-HOLIDAY
              MOVE "REJECTED - ACTION NOT A OR R" TO WS-TRL-RESULT
              ADD 1 TO WS-TRANS-REJECTED
           ELSE
              IF WS-CTR-DATE IS NOT NUMERIC
                 MOVE "REJECTED - DATE NOT YYYYMMDD"
                         TO WS-TRL-RESULT
                 ADD 1 TO WS-TRANS-REJECTED
              ELSE
                 MOVE WS-CTR-DATE TO WS-LOOKUP-DATE
                 PERFORM 090-locate-new-date
                 IF NOT WS-DATE-FOUND
                    MOVE "REJECTED - DATE NOT ON CALENDAR"
                            TO WS-TRL-RESULT
                    ADD 1 TO WS-TRANS-REJECTED
                 ELSE
                    PERFORM 330-set-day-flag
                 END-IF
              END-IF
           END-IF.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-TRANSACTION-LINE.

       330-set-day-flag.
           ADD 1 TO WS-TRANS-APPLIED.
           IF WS-CTR-ADD-HOLIDAY
              IF WS-NCE-FLAG (WS-FOUND-SUB) = "N"
                 MOVE "NO CHANGE - ALREADY NOT PROCESSING"
                         TO WS-TRL-RESULT
              ELSE
                 MOVE "N" TO WS-NCE-FLAG (WS-FOUND-SUB)
                 MOVE "A" TO WS-NCE-CHANGE (WS-FOUND-SUB)
                 MOVE "APPLIED - NOW A HOLIDAY" TO WS-TRL-RESULT
              END-IF
           ELSE
              IF WS-NCE-FLAG (WS-FOUND-SUB) = "Y"
                 MOVE "NO CHANGE - ALREADY PROCESSING"
                         TO WS-TRL-RESULT
              ELSE
                 MOVE "Y" TO WS-NCE-FLAG (WS-FOUND-SUB)
                 MOVE SPACES TO WS-NCE-CHANGE (WS-FOUND-SUB)
                 MOVE "APPLIED - NOW A PROCESSING DAY"
                         TO WS-TRL-RESULT
              END-IF
           END-IF.

      * The checks run over the finished table.  A processing day
      * has to exist on or after one month from today: a monthly
      * ticket regenerated tonight lands a month on and slides
      * forward to a processing day, and with none left on the
      * calendar countdown would leave it on a holiday.
       400-validate-calendar.
           MOVE SPACES TO WS-SECTION-LINE.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SECTION-LINE.
           MOVE "CALENDAR CHECKS" TO WS-SCL-TITLE.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SECTION-LINE.
           MOVE WS-ASOF-DATE TO WS-DTW-DATE.
           PERFORM 067-add-one-month.
           MOVE WS-DTW-DATE TO WS-HORIZON-DATE.
           IF WS-NEW-COUNT = ZERO
              MOVE "CALENDAR HAS NO DAYS ON IT" TO WS-ERL-TEXT
              MOVE SPACES TO WS-ERL-VALUE
              PERFORM 490-write-error
           ELSE
              PERFORM 410-validate-one-day
                      VARYING WS-NEW-SUB FROM 1 BY 1
                      UNTIL WS-NEW-SUB > WS-NEW-COUNT
           END-IF.
           IF WS-OLD-OVERFLOW > ZERO OR WS-NEW-OVERFLOW > ZERO
              MOVE "MORE THAN 1000 DAYS - EXCESS NOT CARRIED"
                      TO WS-ERL-TEXT
              MOVE SPACES TO WS-ERL-VALUE
              PERFORM 490-write-error
           END-IF.
           IF WS-NEW-COUNT > 800
              MOVE "MORE DAYS THAN COUNTDOWN LOADS (800) - DAYS"
                      TO WS-ERL-TEXT
              MOVE WS-NEW-COUNT TO WS-ERL-VALUE
              PERFORM 490-write-error
           END-IF.
           IF WS-NEW-COUNT > ZERO
              AND WS-COVER-DATE = ZERO
              MOVE "NO PROCESSING DAY A MONTH OUT - NONE FROM"
                      TO WS-ERL-TEXT
              MOVE WS-HORIZON-DATE TO WS-ERL-VALUE
              PERFORM 490-write-error
           END-IF.
           IF WS-OLD-BAD-DATES > ZERO
              MOVE "OLD CALENDAR RECORDS WITH NO DATE - DROPPED"
                      TO WS-ERL-TEXT
              MOVE WS-OLD-BAD-DATES TO WS-ERL-VALUE
              WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-ERROR-LINE
           END-IF.
           PERFORM 480-write-check-summary.

       410-validate-one-day.
           IF WS-NCE-FLAG (WS-NEW-SUB) NOT = "Y"
              AND WS-NCE-FLAG (WS-NEW-SUB) NOT = "N"
              MOVE "PROCESS FLAG NOT Y OR N" TO WS-ERL-TEXT
              MOVE WS-NCE-DATE (WS-NEW-SUB) TO WS-ERL-VALUE
              PERFORM 490-write-error
           END-IF.
           IF WS-NEW-SUB > 1
              IF WS-NCE-DATE (WS-NEW-SUB) =
                      WS-NCE-DATE (WS-NEW-SUB - 1)
                 MOVE "DUPLICATE DATE" TO WS-ERL-TEXT
                 MOVE WS-NCE-DATE (WS-NEW-SUB) TO WS-ERL-VALUE
                 PERFORM 490-write-error
              ELSE
                 IF WS-NCE-DATE (WS-NEW-SUB) <
                         WS-NCE-DATE (WS-NEW-SUB - 1)
                    MOVE "DATE OUT OF ORDER" TO WS-ERL-TEXT
                    MOVE WS-NCE-DATE (WS-NEW-SUB) TO WS-ERL-VALUE
                    PERFORM 490-write-error
                 ELSE
                    MOVE WS-NCE-DATE (WS-NEW-SUB - 1) TO WS-DTW-DATE
                    PERFORM 060-bump-one-day
                    IF WS-DTW-DATE NOT = WS-NCE-DATE (WS-NEW-SUB)
                       MOVE "GAP - DAYS MISSING AFTER" TO WS-ERL-TEXT
                       MOVE WS-NCE-DATE (WS-NEW-SUB - 1)
                               TO WS-ERL-VALUE
                       PERFORM 490-write-error
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-NCE-FLAG (WS-NEW-SUB) = "Y"
              ADD 1 TO WS-PROCESSING-DAYS
              IF WS-COVER-DATE = ZERO
                 AND WS-NCE-DATE (WS-NEW-SUB) NOT < WS-HORIZON-DATE
                 MOVE WS-NCE-DATE (WS-NEW-SUB) TO WS-COVER-DATE
              END-IF
           END-IF.
           MOVE WS-NCE-DATE (WS-NEW-SUB) TO WS-LOOKUP-DATE.
           PERFORM 095-locate-old-date.
           IF WS-DATE-FOUND
              MOVE SPACES TO WS-NCE-CHANGE (WS-NEW-SUB)
              IF WS-NCE-FLAG (WS-NEW-SUB) = "N"
                 AND WS-LOOKUP-FLAG NOT = "N"
                 MOVE "H" TO WS-NCE-CHANGE (WS-NEW-SUB)
              END-IF
              IF WS-NCE-FLAG (WS-NEW-SUB) = "Y"
                 AND WS-LOOKUP-FLAG = "N"
                 MOVE "P" TO WS-NCE-CHANGE (WS-NEW-SUB)
              END-IF
           ELSE
              IF WS-NCE-CHANGE (WS-NEW-SUB) = "A"
                 MOVE "H" TO WS-NCE-CHANGE (WS-NEW-SUB)
              END-IF
           END-IF.
           IF WS-NCE-CHANGE (WS-NEW-SUB) = "H"
              ADD 1 TO WS-HOLIDAYS-ADDED
           END-IF.
           IF WS-NCE-CHANGE (WS-NEW-SUB) = "P"
              ADD 1 TO WS-HOLIDAYS-REMOVED
           END-IF.

       480-write-check-summary.
           IF WS-VALIDATION-ERRORS = ZERO
              MOVE "ALL CHECKS PASSED" TO WS-SCL-TITLE
           ELSE
              MOVE "CHECKS FAILED - NEW CALENDAR NOT TO BE INSTALLED"
                      TO WS-SCL-TITLE
           END-IF.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SECTION-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "DAYS ON NEW CALENDAR" TO WS-SML-LABEL.
           MOVE WS-NEW-COUNT TO WS-SML-VALUE.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SUMMARY-LINE.
           IF WS-NEW-COUNT > ZERO
              MOVE "FIRST DATE" TO WS-SML-LABEL
              MOVE WS-NCE-DATE (1) TO WS-SML-VALUE
              WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SUMMARY-LINE
              MOVE "LAST DATE" TO WS-SML-LABEL
              MOVE WS-NCE-DATE (WS-NEW-COUNT) TO WS-SML-VALUE
              WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SUMMARY-LINE
           END-IF.
           MOVE "PROCESSING DAYS" TO WS-SML-LABEL.
           MOVE WS-PROCESSING-DAYS TO WS-SML-VALUE.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE "DATES MADE HOLIDAYS THIS RUN" TO WS-SML-LABEL.
           MOVE WS-HOLIDAYS-ADDED TO WS-SML-VALUE.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE "DATES MADE PROCESSING DAYS THIS RUN" TO WS-SML-LABEL.
           MOVE WS-HOLIDAYS-REMOVED TO WS-SML-VALUE.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SUMMARY-LINE.
           MOVE "MONTHLY RECURRENCE HORIZON" TO WS-SML-LABEL.
           MOVE WS-HORIZON-DATE TO WS-SML-VALUE.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SUMMARY-LINE.
           IF WS-COVER-DATE > ZERO
              MOVE "FIRST PROCESSING DAY PAST HORIZON" TO WS-SML-LABEL
              MOVE WS-COVER-DATE TO WS-SML-VALUE
              WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SUMMARY-LINE
           END-IF.

       490-write-error.
           ADD 1 TO WS-VALIDATION-ERRORS.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-ERROR-LINE.

       500-write-new-calendar.
           PERFORM 510-write-one-day
                   VARYING WS-NEW-SUB FROM 1 BY 1
                   UNTIL WS-NEW-SUB > WS-NEW-COUNT.

       510-write-one-day.
           MOVE WS-NCE-DATE (WS-NEW-SUB) TO CNTDN-NCL-DATE.
           MOVE WS-NCE-FLAG (WS-NEW-SUB) TO CNTDN-NCL-PROCESS-FLAG.
           WRITE CNTDN-NEW-CALENDAR-RECORD.
           ADD 1 TO WS-DAYS-WRITTEN.

      * One line per month, one column per day of the month.
       600-print-calendar-listing.
           MOVE SPACES TO WS-SECTION-LINE.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SECTION-LINE.
           MOVE "NEW CALENDAR" TO WS-SCL-TITLE.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SECTION-LINE.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-LEGEND-LINE.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-MONTH-HEADING-1.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-MONTH-HEADING-2.
           MOVE ZERO TO WS-LISTING-MONTH.
           PERFORM 610-list-one-day
                   VARYING WS-NEW-SUB FROM 1 BY 1
                   UNTIL WS-NEW-SUB > WS-NEW-COUNT.
           IF WS-LISTING-MONTH > ZERO
              PERFORM 620-write-month-line
           END-IF.

       610-list-one-day.
           MOVE WS-NCE-DATE (WS-NEW-SUB) TO WS-DTW-DATE.
           IF WS-DTW-YYYYMM NOT = WS-LISTING-MONTH
              IF WS-LISTING-MONTH > ZERO
                 PERFORM 620-write-month-line
              END-IF
              MOVE WS-DTW-YYYYMM TO WS-LISTING-MONTH
              MOVE WS-DTW-YYYY TO WS-MNL-YYYY
              MOVE WS-DTW-MM   TO WS-MNL-MM
              MOVE SPACES TO WS-MNL-DAYS
              MOVE ZERO TO WS-MONTH-PROCESS-DAYS
           END-IF.
           IF WS-DTW-DD > ZERO AND WS-DTW-DD < 32
              IF WS-NCE-CHANGE (WS-NEW-SUB) NOT = SPACES
                 MOVE WS-NCE-CHANGE (WS-NEW-SUB)
                         TO WS-MNL-DAY (WS-DTW-DD)
              ELSE
                 IF WS-NCE-FLAG (WS-NEW-SUB) = "Y"
                    MOVE "." TO WS-MNL-DAY (WS-DTW-DD)
                 ELSE
                    MOVE WS-NCE-FLAG (WS-NEW-SUB)
                            TO WS-MNL-DAY (WS-DTW-DD)
                 END-IF
              END-IF
           END-IF.
           IF WS-NCE-FLAG (WS-NEW-SUB) = "Y"
              ADD 1 TO WS-MONTH-PROCESS-DAYS
           END-IF.

       620-write-month-line.
           MOVE WS-MONTH-PROCESS-DAYS TO WS-MNL-PROCESS-DAYS.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-MONTH-LINE.

      * Tickets still to run on a date that has just stopped
      * being a processing day.  Countdown will slide them to the
      * next processing day; the schedulers see here which ones
      * and where to before the night comes.
       700-list-affected-tickets.
           MOVE SPACES TO WS-SECTION-LINE.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SECTION-LINE.
           MOVE "WAITING AND RECURRING TICKETS ON DATES MADE HOLIDAYS"
                   TO WS-SCL-TITLE.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SECTION-LINE.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-TICKET-HEADING.
           IF WS-HOLIDAYS-ADDED > ZERO
              PERFORM 710-check-one-ticket
                      UNTIL WS-END-OF-MASTER
           END-IF.
           IF WS-TICKETS-AFFECTED = ZERO
              MOVE "  NONE" TO WS-SCL-TITLE
              WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-SECTION-LINE
           END-IF.

       710-check-one-ticket.
           READ CNTDN-MASTER-FILE INTO CNTDN-TICKET-RECORD
               AT END
                   SET WS-END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-TICKETS-READ
                   IF CNTDN-TKT-WAITING
                      OR CNTDN-TKT-RECUR-DAILY
                      OR CNTDN-TKT-RECUR-WEEKLY
                      OR CNTDN-TKT-RECUR-MONTHLY
                      PERFORM 720-check-ticket-date
                   END-IF
           END-READ.

       720-check-ticket-date.
           IF CNTDN-TKT-EFFECTIVE-DATE IS NUMERIC
              AND CNTDN-TKT-EFFECTIVE-DATE > ZERO
              MOVE CNTDN-TKT-EFFECTIVE-DATE TO WS-LOOKUP-DATE
              PERFORM 090-locate-new-date
              IF WS-DATE-FOUND
                 IF WS-NCE-CHANGE (WS-FOUND-SUB) = "H"
                    PERFORM 730-write-ticket-line
                 END-IF
              END-IF
           END-IF.

       730-write-ticket-line.
           MOVE SPACES TO WS-TICKET-LINE.
           MOVE CNTDN-TKT-ID             TO WS-TKL-TICKET-ID.
           MOVE CNTDN-TKT-DEPARTMENT     TO WS-TKL-DEPARTMENT.
           MOVE CNTDN-TKT-STATUS         TO WS-TKL-STATUS.
           MOVE CNTDN-TKT-RECURRENCE     TO WS-TKL-RECURRENCE.
           MOVE CNTDN-TKT-EFFECTIVE-DATE TO WS-TKL-EFFECTIVE-DATE.
           MOVE "NONE ON" TO WS-TKL-SLIDE-DATE.
           MOVE "N" TO WS-DATE-FOUND-SWITCH.
           PERFORM 735-find-next-processing-day
                   VARYING WS-SCAN-SUB FROM WS-FOUND-SUB BY 1
                   UNTIL WS-SCAN-SUB > WS-NEW-COUNT
                   OR WS-DATE-FOUND.
           WRITE CNTDN-CALENDAR-RPT-LINE FROM WS-TICKET-LINE.
           ADD 1 TO WS-TICKETS-AFFECTED.

       735-find-next-processing-day.
           IF WS-NCE-FLAG (WS-SCAN-SUB) = "Y"
              SET WS-DATE-FOUND TO TRUE
              MOVE WS-NCE-DATE (WS-SCAN-SUB) TO WS-TKL-SLIDE-DATE
           END-IF.

       900-terminate.
           IF WS-CALENDAR-OPEN
              CLOSE CNTDN-CALENDAR-FILE
           END-IF.
           IF WS-CAL-TRANS-OPEN
              CLOSE CNTDN-CAL-TRANS-FILE
           END-IF.
           IF WS-NEW-CALENDAR-OPEN
              CLOSE CNTDN-NEW-CALENDAR-FILE
           END-IF.
           IF WS-MASTER-FILE-OPEN
              CLOSE CNTDN-MASTER-FILE
           END-IF.
           IF WS-CALENDAR-RPT-OPEN
              CLOSE CNTDN-CALENDAR-RPT-FILE
           END-IF.
           DISPLAY "OLD CALENDAR DAYS READ    " WS-OLD-DAYS-READ.
           DISPLAY "DAYS GENERATED            " WS-DAYS-GENERATED.
           DISPLAY "DAYS KEPT FROM OLD        " WS-DAYS-KEPT.
           DISPLAY "NEW CALENDAR DAYS WRITTEN " WS-DAYS-WRITTEN.
           DISPLAY "TRANSACTIONS READ         " WS-TRANS-READ.
           DISPLAY "TRANSACTIONS APPLIED      " WS-TRANS-APPLIED.
           DISPLAY "TRANSACTIONS REJECTED     " WS-TRANS-REJECTED.
           DISPLAY "CALENDAR CHECK FAILURES   " WS-VALIDATION-ERRORS.
           DISPLAY "TICKETS ON NEW HOLIDAYS   " WS-TICKETS-AFFECTED.
           IF WS-ABEND-OCCURRED
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-PARM-ERROR
                 MOVE 12 TO RETURN-CODE
              ELSE
                 IF WS-TRANS-REJECTED > ZERO
                    OR WS-VALIDATION-ERRORS > ZERO
                    DISPLAY "** NEW CALENDAR NOT TO BE INSTALLED **"
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
