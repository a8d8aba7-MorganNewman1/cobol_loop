       IDENTIFICATION DIVISION.

       PROGRAM-ID. cntdnsla.

      * Deadline SLA performance report.  Reads a range of extract
      * generations (CNTDNEXT - concatenated like the chargeback
      * run, each with its own header/detail/trailer group) and
      * prints on CNTDNSLO how the tickets that carried a deadline
      * fared, night after night:
      *     by department and by priority - tickets due, how many
      *         met the deadline, how many finished LATE, how many
      *         missed it outright (FAILED, DEFERRED, SKIPPED or
      *         PARTIAL),
      *         the on-time percentage, and the minutes late in
      *         total, on average and at worst
      *     the worst offenders - the tickets that broke their
      *         deadline most often, then by the most minutes late
      *     a night-by-night trend line of the on-time percentage
      *     the grand totals, balanced back to the trailer counts
      * Tickets carried forward or waiting on a predecessor were
      * not due and do not count.
      *
      * The extract does not carry the deadline itself, so it is
      * looked up for each ticket in the ticket event history
      * (CNTDNEVT): the countdown logs the full ticket image under
      * the run number and operator on the extract header, so the
      * deadline is the one the ticket had that night.  A ticket
      * with no history for the run falls back to its deadline on
      * the ticket master (CNTDNMST) and is counted as such on the
      * totals page.  Minutes late are measured the way the
      * countdown flags LATE: the finish time against the deadline,
      * both taken past midnight when earlier than the session
      * start.
      *
      * The PARM is 'FROM TO' - the first and last run date
      * (YYYYMMDD) to report; omitted, every night on the
      * concatenation is reported; a date that is not numeric, or
      * a FROM after the TO, ends the step with return code 12.  A
      * detail count that does not agree with the trailers ends the
      * step with return code 8.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTDN-EXTRACT-FILE ASSIGN TO "CNTDNEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT CNTDN-EVENT-FILE ASSIGN TO "CNTDNEVT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNTDN-EVF-KEY
               FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT CNTDN-MASTER-FILE ASSIGN TO "CNTDNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNTDN-MST-TICKET-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CNTDN-SLA-RPT-FILE ASSIGN TO "CNTDNSLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLA-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CNTDN-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CNTDN-EXTRACT-RECORD       PIC X(80).

       FD  CNTDN-EVENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-EVENT-RECORD.
           05  CNTDN-EVF-KEY          PIC X(27).
           05  FILLER                 PIC X(183).

       FD  CNTDN-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-MASTER-RECORD.
           05  CNTDN-MST-TICKET-ID    PIC X(08).
           05  FILLER                 PIC X(52).

       FD  CNTDN-SLA-RPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CNTDN-SLA-RPT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       77    WS-EXTRACT-FILE-STATUS PIC XX          VALUE SPACES.
       77    WS-EVENT-FILE-STATUS   PIC XX          VALUE SPACES.
       77    WS-MASTER-FILE-STATUS  PIC XX          VALUE SPACES.
       77    WS-SLA-RPT-STATUS      PIC XX          VALUE SPACES.
       77    WS-EXTRACT-FILE-OPEN-SWITCH PIC X      VALUE "N".
           88  WS-EXTRACT-FILE-OPEN                 VALUE "Y".
       77    WS-EVENT-FILE-OPEN-SWITCH PIC X        VALUE "N".
           88  WS-EVENT-FILE-OPEN                   VALUE "Y".
       77    WS-MASTER-FILE-OPEN-SWITCH PIC X       VALUE "N".
           88  WS-MASTER-FILE-OPEN                  VALUE "Y".
       77    WS-SLA-RPT-OPEN-SWITCH PIC X           VALUE "N".
           88  WS-SLA-RPT-OPEN                      VALUE "Y".
       77    WS-ABEND-SWITCH        PIC X           VALUE "N".
           88  WS-ABEND-OCCURRED                    VALUE "Y".
       77    WS-PARM-ERROR-SWITCH   PIC X           VALUE "N".
           88  WS-PARM-ERROR                        VALUE "Y".
       77    WS-END-OF-EXTRACT-SWITCH PIC X         VALUE "N".
           88  WS-END-OF-EXTRACT                    VALUE "Y".
       77    WS-OUT-OF-BALANCE-SWITCH PIC X         VALUE "N".
           88  WS-OUT-OF-BALANCE                    VALUE "Y".
       77    WS-NIGHT-SELECTED-SWITCH PIC X         VALUE "N".
           88  WS-NIGHT-SELECTED                    VALUE "Y".
       77    WS-LOOKUP-DONE-SWITCH  PIC X           VALUE "N".
           88  WS-LOOKUP-DONE                       VALUE "Y".
       77    WS-DEADLINE-FOUND-SWITCH PIC X         VALUE "N".
           88  WS-DEADLINE-FOUND                    VALUE "Y".
       77    WS-CMD-LINE            PIC X(20)       VALUE SPACES.
       77    WS-FROM-PARM           PIC X(08)       VALUE SPACES.
       77    WS-TO-PARM             PIC X(08)       VALUE SPACES.
       77    WS-FROM-DATE           PIC 9(08)       VALUE ZERO.
       77    WS-TO-DATE             PIC 9(08)       VALUE 99999999.
       77    WS-FIRST-NIGHT         PIC 9(08)       VALUE ZERO.
       77    WS-LAST-NIGHT          PIC 9(08)       VALUE ZERO.
       77    WS-DETAILS-READ        PIC 9(07)       VALUE ZERO.
       77    WS-DETAILS-SELECTED    PIC 9(07)       VALUE ZERO.
       77    WS-TRAILER-TOTAL       PIC 9(07)       VALUE ZERO.
       77    WS-TRAILER-WORK        PIC 9(05)       VALUE ZERO.
       77    WS-DEADLINES-FROM-MASTER PIC 9(07)     VALUE ZERO.
       77    WS-LATE-UNMEASURED     PIC 9(07)       VALUE ZERO.
       77    WS-TICKET-DEADLINE     PIC 9(06)       VALUE ZERO.
       77    WS-MINUTES-LATE        PIC 9(05)       VALUE ZERO.
       77    WS-ANCHOR-SECONDS      PIC 9(06)       VALUE ZERO.
       77    WS-END-SECONDS         PIC 9(06)       VALUE ZERO.
       77    WS-DEADLINE-SECONDS    PIC 9(06)       VALUE ZERO.
       77    WS-RUN-SERIAL          PIC S9(09)      VALUE ZERO.
       77    WS-DEPT-SUB            PIC 9(03)       VALUE ZERO.
       77    WS-DEPT-FOUND-SUB      PIC 9(03)       VALUE ZERO.
       77    WS-PRIORITY-SUB        PIC 9(02)       VALUE ZERO.
       77    WS-NIGHT-SUB           PIC 9(03)       VALUE ZERO.
       77    WS-NIGHT-FOUND-SUB     PIC 9(03)       VALUE ZERO.
       77    WS-OFFENDER-SUB        PIC 9(03)       VALUE ZERO.
       77    WS-OFFENDER-FOUND-SUB  PIC 9(03)       VALUE ZERO.
       77    WS-RANK                PIC 9(03)       VALUE ZERO.
       77    WS-PRIORITY-DIGIT      PIC 9(01)       VALUE ZERO.
       77    WS-BEST-SUB            PIC 9(03)       VALUE ZERO.
       77    WS-BAR-LENGTH          PIC 9(02)       VALUE ZERO.
       77    WS-BAR-SUB             PIC 9(02)       VALUE ZERO.
       77    WS-OUTCOME             PIC X(01)       VALUE SPACES.
           88  WS-OUTCOME-MET                       VALUE "M".
           88  WS-OUTCOME-LATE                      VALUE "L".
           88  WS-OUTCOME-MISSED                    VALUE "X".
           88  WS-OUTCOME-NOT-DUE                   VALUE " ".

      * The night being read, from the extract header.
       01  WS-CURRENT-NIGHT.
           05  WS-CUR-RUN-DATE        PIC 9(08).
           05  WS-CUR-RUN-NUMBER      PIC 9(05).
           05  WS-CUR-OPERATOR-ID     PIC X(08).
           05  WS-CUR-SESSION-START   PIC 9(08).

      * The extract records are written with fixed-width fields
      * between the commas, so each parses as a fixed layout.
       01  WS-EXTRACT-PARSE.
           05  WS-EXP-RECORD-TYPE     PIC X(01).
           05  FILLER                 PIC X(01).
           05  WS-EXP-TICKET-ID       PIC X(08).
           05  FILLER                 PIC X(01).
           05  WS-EXP-DEPARTMENT      PIC X(08).
           05  FILLER                 PIC X(01).
           05  WS-EXP-PRIORITY        PIC X(01).
           05  FILLER                 PIC X(01).
           05  WS-EXP-START-VALUE     PIC X(05).
           05  FILLER                 PIC X(01).
           05  WS-EXP-DIRECTION       PIC X(01).
           05  FILLER                 PIC X(01).
           05  WS-EXP-TARGET-VALUE    PIC X(05).
           05  FILLER                 PIC X(01).
           05  WS-EXP-STEP-COUNT      PIC X(05).
           05  FILLER                 PIC X(01).
           05  WS-EXP-ELAPSED         PIC X(08).
           05  FILLER                 PIC X(01).
           05  WS-EXP-DISPOSITION     PIC X(08).
           05  FILLER                 PIC X(01).
           05  WS-EXP-START-TIME      PIC X(08).
           05  FILLER                 PIC X(01).
           05  WS-EXP-END-TIME        PIC X(08).
           05  FILLER                 PIC X(03).

       01  WS-HEADER-PARSE REDEFINES WS-EXTRACT-PARSE.
           05  FILLER                 PIC X(02).
           05  WS-HDP-RUN-DATE        PIC X(08).
           05  FILLER                 PIC X(01).
           05  WS-HDP-RUN-NUMBER      PIC X(05).
           05  FILLER                 PIC X(01).
           05  WS-HDP-OPERATOR-ID     PIC X(08).
           05  FILLER                 PIC X(01).
           05  WS-HDP-RUN-MODE        PIC X(01).
           05  FILLER                 PIC X(01).
           05  WS-HDP-SESSION-START   PIC X(08).
           05  FILLER                 PIC X(44).

       01  WS-TRAILER-PARSE REDEFINES WS-EXTRACT-PARSE.
           05  FILLER                 PIC X(02).
           05  WS-TRP-DETAIL-COUNT    PIC X(05).
           05  FILLER                 PIC X(73).

       01  WS-TIME-WORK.
           05  WS-TMW-TIME            PIC 9(06).
           05  WS-TMW-TIME-R REDEFINES WS-TMW-TIME.
               10  WS-TMW-HH          PIC 99.
               10  WS-TMW-MM          PIC 99.
               10  WS-TMW-SS          PIC 99.
           05  WS-TMW-SECONDS         PIC 9(06).

       01  WS-SERIAL-DATE-WORK.
           05  WS-SDW-DATE            PIC 9(08).
           05  WS-SDW-DATE-R REDEFINES WS-SDW-DATE.
               10  WS-SDW-YYYY        PIC 9(04).
               10  WS-SDW-MM          PIC 9(02).
               10  WS-SDW-DD          PIC 9(02).
           05  WS-SDW-ADJUST          PIC S9(04).
           05  WS-SDW-SERIAL          PIC S9(09).

      * One set of SLA counts.  Every table below carries the same
      * 32-byte layout, so an entry is moved here to be added to
      * or printed and moved back.
       01  WS-COUNT-WORK.
           05  WS-CNW-DUE             PIC 9(05).
           05  WS-CNW-MET             PIC 9(05).
           05  WS-CNW-LATE            PIC 9(05).
           05  WS-CNW-MISSED          PIC 9(05).
           05  WS-CNW-LATE-MINUTES    PIC 9(07).
           05  WS-CNW-WORST-MINUTES   PIC 9(05).

       01  WS-GRAND-COUNTS            PIC X(32).

       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT          PIC 9(03)     VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WS-DPE-DEPARTMENT  PIC X(08).
               10  WS-DPE-COUNTS      PIC X(32).

       01  WS-PRIORITY-TABLE.
           05  WS-PRIORITY-ENTRY OCCURS 10 TIMES.
               10  WS-PRE-COUNTS      PIC X(32).

       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-COUNT         PIC 9(03)     VALUE ZERO.
           05  WS-NIGHT-ENTRY OCCURS 100 TIMES.
               10  WS-NTE-RUN-DATE    PIC 9(08).
               10  WS-NTE-COUNTS      PIC X(32).
               10  WS-NTE-PRINTED-SWITCH PIC X(01).

       01  WS-OFFENDER-TABLE.
           05  WS-OFFENDER-COUNT      PIC 9(03)     VALUE ZERO.
           05  WS-OFFENDER-ENTRY OCCURS 500 TIMES.
               10  WS-OFE-TICKET-ID   PIC X(08).
               10  WS-OFE-DEPARTMENT  PIC X(08).
               10  WS-OFE-LATE        PIC 9(05).
               10  WS-OFE-MISSED      PIC 9(05).
               10  WS-OFE-FAILURES    PIC 9(05).
               10  WS-OFE-LATE-MINUTES PIC 9(07).
               10  WS-OFE-WORST-MINUTES PIC 9(05).
               10  WS-OFE-PRINTED-SWITCH PIC X(01).

       01  WS-REPORT-HEADING.
           05  FILLER                 PIC X(30)
                 VALUE "COUNTDOWN DEADLINE SLA REPORT ".
           05  FILLER                 PIC X(13)
                 VALUE "  NIGHTS FROM".
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-RHD-FIRST-NIGHT     PIC 9(08).
           05  FILLER                 PIC X(04)  VALUE " TO ".
           05  WS-RHD-LAST-NIGHT      PIC 9(08).
           05  FILLER                 PIC X(16)  VALUE SPACES.

       01  WS-SECTION-HEADING.
           05  WS-SCH-TITLE           PIC X(40).
           05  FILLER                 PIC X(40)  VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  WS-CLH-LABEL           PIC X(10).
           05  FILLER                 PIC X(28)
                 VALUE "    DUE    MET   LATE MISSED".
           05  FILLER                 PIC X(31)
                 VALUE " ONTIME% LATE-MIN    AVG    MAX".
           05  WS-CLH-TREND           PIC X(11).

       01  WS-SLA-LINE.
           05  WS-SLL-LABEL           PIC X(10).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-SLL-DUE             PIC ZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-SLL-MET             PIC ZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-SLL-LATE            PIC ZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-SLL-MISSED          PIC ZZZZ9.
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  WS-SLL-ON-TIME-PCT     PIC ZZ9.9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-SLL-LATE-MINUTES    PIC ZZZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-SLL-AVERAGE-MINUTES PIC ZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-SLL-WORST-MINUTES   PIC ZZZZ9.
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-SLL-TREND-BAR.
               10  WS-SLL-BAR-CHAR    PIC X(01)  OCCURS 10 TIMES.

       01  WS-OFFENDER-HEADING.
           05  FILLER                 PIC X(40)
                 VALUE "RANK TICKET   DEPT      FAILURES   LATE ".
           05  FILLER                 PIC X(40)
                 VALUE "MISSED  LATE-MIN  WORST".

       01  WS-OFFENDER-LINE.
           05  WS-OFL-RANK            PIC Z9.
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  WS-OFL-TICKET-ID       PIC X(08).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-OFL-DEPARTMENT      PIC X(08).
           05  FILLER                 PIC X(05)  VALUE SPACES.
           05  WS-OFL-FAILURES        PIC ZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-OFL-LATE            PIC ZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-OFL-MISSED          PIC ZZZZ9.
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  WS-OFL-LATE-MINUTES    PIC ZZZZZZ9.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-OFL-WORST-MINUTES   PIC ZZZZ9.
           05  FILLER                 PIC X(17)  VALUE SPACES.

       01  WS-NO-OFFENDERS-LINE.
           05  FILLER                 PIC X(40)
                 VALUE "EVERY DEADLINE IN THE PERIOD WAS MET".
           05  FILLER                 PIC X(40)  VALUE SPACES.

       01  WS-NOTE-LINE.
           05  WS-NTL-LABEL           PIC X(40).
           05  WS-NTL-COUNT           PIC ZZZZZZ9.
           05  FILLER                 PIC X(33)  VALUE SPACES.

       01  WS-BALANCE-LINE.
           05  FILLER                 PIC X(16)
                 VALUE "DETAILS READ    ".
           05  WS-BAL-DETAILS         PIC 9(07).
           05  FILLER                 PIC X(18)
                 VALUE "  TRAILERS REPORT ".
           05  WS-BAL-TRAILERS        PIC 9(07).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-BAL-VERDICT         PIC X(08).
           05  FILLER                 PIC X(22)  VALUE SPACES.

           COPY CNTDNTK.

           COPY CNTDNEV.

       PROCEDURE DIVISION.

       000-General.

           PERFORM 010-initialize.
           IF NOT WS-ABEND-OCCURRED
              AND NOT WS-PARM-ERROR
              PERFORM 100-process-one-extract-record
                      UNTIL WS-END-OF-EXTRACT
              PERFORM 500-write-report
           END-IF.
           PERFORM 900-terminate.
           STOP RUN.

       010-initialize.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-FROM-PARM WS-TO-PARM.
           IF WS-FROM-PARM NOT = SPACES
              IF WS-FROM-PARM IS NUMERIC
                 MOVE WS-FROM-PARM TO WS-FROM-DATE
              ELSE
                 DISPLAY "** INVALID FROM DATE " WS-FROM-PARM " **"
                 SET WS-PARM-ERROR TO TRUE
              END-IF
           END-IF.
           IF WS-TO-PARM NOT = SPACES
              IF WS-TO-PARM IS NUMERIC
                 MOVE WS-TO-PARM TO WS-TO-DATE
              ELSE
                 DISPLAY "** INVALID TO DATE " WS-TO-PARM " **"
                 SET WS-PARM-ERROR TO TRUE
              END-IF
           END-IF.
           IF WS-TO-DATE = ZERO
              MOVE 99999999 TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY "** FROM DATE " WS-FROM-DATE
                      " IS AFTER TO DATE " WS-TO-DATE " **"
              SET WS-PARM-ERROR TO TRUE
           END-IF.
           MOVE ZERO TO WS-GRAND-COUNTS.
           PERFORM 020-clear-one-priority
                   VARYING WS-PRIORITY-SUB FROM 1 BY 1
                   UNTIL WS-PRIORITY-SUB > 10.
           OPEN INPUT CNTDN-EXTRACT-FILE.
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNEXT - STATUS "
                      WS-EXTRACT-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-EXTRACT-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT CNTDN-EVENT-FILE.
           IF WS-EVENT-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNEVT - STATUS "
                      WS-EVENT-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-EVENT-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT CNTDN-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNMST - STATUS "
                      WS-MASTER-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-MASTER-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT CNTDN-SLA-RPT-FILE.
           IF WS-SLA-RPT-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNSLO - STATUS "
                      WS-SLA-RPT-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-SLA-RPT-OPEN TO TRUE
           END-IF.

       020-clear-one-priority.
           MOVE ZERO TO WS-PRE-COUNTS (WS-PRIORITY-SUB).

       100-process-one-extract-record.
           READ CNTDN-EXTRACT-FILE INTO WS-EXTRACT-PARSE
               AT END
                   SET WS-END-OF-EXTRACT TO TRUE
               NOT AT END
                   IF WS-EXP-RECORD-TYPE = "H"
                      PERFORM 110-start-one-night
                   END-IF
                   IF WS-EXP-RECORD-TYPE = "D"
                      ADD 1 TO WS-DETAILS-READ
                      IF WS-NIGHT-SELECTED
                         PERFORM 200-classify-one-detail
                      END-IF
                   END-IF
                   IF WS-EXP-RECORD-TYPE = "T"
                      AND WS-TRP-DETAIL-COUNT IS NUMERIC
                      MOVE WS-TRP-DETAIL-COUNT TO WS-TRAILER-WORK
                      ADD WS-TRAILER-WORK TO WS-TRAILER-TOTAL
                   END-IF
           END-READ.

      * Each generation opens with its header; the night it
      * describes is in or out of the reporting period as a whole.
      * Two parallel streams on the same date share one trend line.
       110-start-one-night.
           MOVE "N" TO WS-NIGHT-SELECTED-SWITCH.
           MOVE ZERO TO WS-CURRENT-NIGHT.
           MOVE SPACES TO WS-CUR-OPERATOR-ID.
           IF WS-HDP-RUN-DATE IS NUMERIC
              MOVE WS-HDP-RUN-DATE TO WS-CUR-RUN-DATE
           END-IF.
           IF WS-HDP-RUN-NUMBER IS NUMERIC
              MOVE WS-HDP-RUN-NUMBER TO WS-CUR-RUN-NUMBER
           END-IF.
           MOVE WS-HDP-OPERATOR-ID TO WS-CUR-OPERATOR-ID.
           IF WS-HDP-SESSION-START IS NUMERIC
              MOVE WS-HDP-SESSION-START TO WS-CUR-SESSION-START
           END-IF.
           IF WS-CUR-RUN-DATE NOT < WS-FROM-DATE
              AND WS-CUR-RUN-DATE NOT > WS-TO-DATE
              SET WS-NIGHT-SELECTED TO TRUE
              IF WS-FIRST-NIGHT = ZERO
                 OR WS-CUR-RUN-DATE < WS-FIRST-NIGHT
                 MOVE WS-CUR-RUN-DATE TO WS-FIRST-NIGHT
              END-IF
              IF WS-CUR-RUN-DATE > WS-LAST-NIGHT
                 MOVE WS-CUR-RUN-DATE TO WS-LAST-NIGHT
              END-IF
              MOVE WS-CUR-RUN-DATE TO WS-SDW-DATE
              PERFORM 250-date-to-serial
              MOVE WS-SDW-SERIAL TO WS-RUN-SERIAL
              PERFORM 120-find-night-entry
           END-IF.

       120-find-night-entry.
           MOVE ZERO TO WS-NIGHT-FOUND-SUB.
           PERFORM 125-check-one-night
                   VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
                   OR WS-NIGHT-FOUND-SUB > ZERO.
           IF WS-NIGHT-FOUND-SUB = ZERO
              AND WS-NIGHT-COUNT < 100
              ADD 1 TO WS-NIGHT-COUNT
              MOVE WS-NIGHT-COUNT TO WS-NIGHT-FOUND-SUB
              MOVE WS-CUR-RUN-DATE
                      TO WS-NTE-RUN-DATE (WS-NIGHT-FOUND-SUB)
              MOVE ZERO TO WS-NTE-COUNTS (WS-NIGHT-FOUND-SUB)
              MOVE "N" TO WS-NTE-PRINTED-SWITCH (WS-NIGHT-FOUND-SUB)
           END-IF.
           IF WS-NIGHT-FOUND-SUB = ZERO
              DISPLAY "** NIGHT TABLE FULL - " WS-CUR-RUN-DATE
                      " OMITTED FROM THE TREND **"
           END-IF.

       125-check-one-night.
           IF WS-NTE-RUN-DATE (WS-NIGHT-SUB) = WS-CUR-RUN-DATE
              MOVE WS-NIGHT-SUB TO WS-NIGHT-FOUND-SUB
           END-IF.

      * DONE met the deadline, LATE finished past it, and a ticket
      * that was due but FAILED, was DEFERRED by the window gate,
      * SKIPPED by the operator or left PARTIAL when the window
      * closed on it missed it.  Anything else was not due that
      * night.
       200-classify-one-detail.
           ADD 1 TO WS-DETAILS-SELECTED.
           MOVE SPACE TO WS-OUTCOME.
           MOVE ZERO TO WS-MINUTES-LATE.
           IF WS-EXP-DISPOSITION = "DONE"
              OR WS-EXP-DISPOSITION = "LATE"
              OR WS-EXP-DISPOSITION = "FAILED"
              OR WS-EXP-DISPOSITION = "DEFERRED"
              OR WS-EXP-DISPOSITION = "SKIPPED"
              OR WS-EXP-DISPOSITION = "PARTIAL"
              PERFORM 210-find-deadline
              IF WS-EXP-DISPOSITION = "LATE"
                 SET WS-OUTCOME-LATE TO TRUE
                 PERFORM 230-compute-minutes-late
              ELSE
                 IF WS-TICKET-DEADLINE > ZERO
                    IF WS-EXP-DISPOSITION = "DONE"
                       SET WS-OUTCOME-MET TO TRUE
                    ELSE
                       SET WS-OUTCOME-MISSED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF NOT WS-OUTCOME-NOT-DUE
              PERFORM 300-tally-department
              PERFORM 320-tally-priority
              PERFORM 330-tally-night
              MOVE WS-GRAND-COUNTS TO WS-COUNT-WORK
              PERFORM 290-add-outcome
              MOVE WS-COUNT-WORK TO WS-GRAND-COUNTS
              IF NOT WS-OUTCOME-MET
                 PERFORM 340-tally-offender
              END-IF
           END-IF.

      * The history is keyed by ticket and date, so a START at the
      * ticket and the run date lands on that night's events.  The
      * first countdown event under the extract's run number and
      * operator holds the ticket as it stood that night.  Events
      * more than a day past the run date are not that night's.
       210-find-deadline.
           MOVE ZERO TO WS-TICKET-DEADLINE.
           MOVE "N" TO WS-DEADLINE-FOUND-SWITCH.
           MOVE "N" TO WS-LOOKUP-DONE-SWITCH.
           MOVE SPACES TO CNTDN-EVENT-DETAIL.
           MOVE WS-EXP-TICKET-ID TO CNTDN-EVT-TICKET-ID.
           MOVE WS-CUR-RUN-DATE  TO CNTDN-EVT-DATE.
           MOVE ZERO             TO CNTDN-EVT-TIME.
           MOVE ZERO             TO CNTDN-EVT-SEQUENCE.
           MOVE CNTDN-EVT-KEY    TO CNTDN-EVF-KEY.
           START CNTDN-EVENT-FILE KEY IS NOT LESS THAN CNTDN-EVF-KEY
               INVALID KEY
                   SET WS-LOOKUP-DONE TO TRUE
           END-START.
           PERFORM 215-read-one-event
                   UNTIL WS-LOOKUP-DONE.
           IF NOT WS-DEADLINE-FOUND
              PERFORM 220-read-master-deadline
           END-IF.

       215-read-one-event.
           READ CNTDN-EVENT-FILE NEXT RECORD INTO CNTDN-EVENT-DETAIL
               AT END
                   SET WS-LOOKUP-DONE TO TRUE
               NOT AT END
                   MOVE CNTDN-EVT-DATE TO WS-SDW-DATE
                   PERFORM 250-date-to-serial
                   IF CNTDN-EVT-TICKET-ID NOT = WS-EXP-TICKET-ID
                      OR WS-SDW-SERIAL > WS-RUN-SERIAL + 1
                      SET WS-LOOKUP-DONE TO TRUE
                   ELSE
                      IF CNTDN-EVT-PROGRAM = "COUNTDN"
                         AND CNTDN-EVT-RUN-NUMBER = WS-CUR-RUN-NUMBER
                         AND CNTDN-EVT-OPERATOR-ID = WS-CUR-OPERATOR-ID
                         MOVE CNTDN-EVT-AFTER-IMAGE
                                 TO CNTDN-TICKET-RECORD
                         MOVE CNTDN-TKT-DEADLINE-TIME
                                 TO WS-TICKET-DEADLINE
                         SET WS-DEADLINE-FOUND TO TRUE
                         SET WS-LOOKUP-DONE TO TRUE
                      END-IF
                   END-IF
           END-READ.

       220-read-master-deadline.
           MOVE WS-EXP-TICKET-ID TO CNTDN-MST-TICKET-ID.
           READ CNTDN-MASTER-FILE INTO CNTDN-TICKET-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CNTDN-TKT-DEADLINE-TIME TO WS-TICKET-DEADLINE
                   IF WS-TICKET-DEADLINE > ZERO
                      ADD 1 TO WS-DEADLINES-FROM-MASTER
                   END-IF
           END-READ.

      * The same comparison the countdown makes when it flags LATE:
      * a finish or deadline earlier in the day than the session
      * start is taken to be past midnight.  Part minutes count as
      * a whole minute late.
       230-compute-minutes-late.
           IF WS-TICKET-DEADLINE = ZERO
              OR WS-EXP-END-TIME IS NOT NUMERIC
              ADD 1 TO WS-LATE-UNMEASURED
           ELSE
              MOVE WS-CUR-SESSION-START (1:6) TO WS-TMW-TIME
              PERFORM 240-time-to-seconds
              MOVE WS-TMW-SECONDS TO WS-ANCHOR-SECONDS
              MOVE WS-EXP-END-TIME (1:6) TO WS-TMW-TIME
              PERFORM 240-time-to-seconds
              MOVE WS-TMW-SECONDS TO WS-END-SECONDS
              IF WS-END-SECONDS < WS-ANCHOR-SECONDS
                 ADD 86400 TO WS-END-SECONDS
              END-IF
              MOVE WS-TICKET-DEADLINE TO WS-TMW-TIME
              PERFORM 240-time-to-seconds
              MOVE WS-TMW-SECONDS TO WS-DEADLINE-SECONDS
              IF WS-DEADLINE-SECONDS < WS-ANCHOR-SECONDS
                 ADD 86400 TO WS-DEADLINE-SECONDS
              END-IF
              IF WS-END-SECONDS > WS-DEADLINE-SECONDS
                 COMPUTE WS-MINUTES-LATE =
                     (WS-END-SECONDS - WS-DEADLINE-SECONDS + 59) / 60
              END-IF
           END-IF.

       240-time-to-seconds.
           COMPUTE WS-TMW-SECONDS =
               (WS-TMW-HH * 60 + WS-TMW-MM) * 60 + WS-TMW-SS.

       250-date-to-serial.
           COMPUTE WS-SDW-ADJUST = (WS-SDW-MM - 14) / 12.
           COMPUTE WS-SDW-SERIAL =
               (1461 * (WS-SDW-YYYY + 4800 + WS-SDW-ADJUST)) / 4
               + (367 * (WS-SDW-MM - 2 - 12 * WS-SDW-ADJUST)) / 12
               - (3 * ((WS-SDW-YYYY + 4900 + WS-SDW-ADJUST) / 100))
                   / 4
               + WS-SDW-DD - 32075.

       290-add-outcome.
           ADD 1 TO WS-CNW-DUE.
           IF WS-OUTCOME-MET
              ADD 1 TO WS-CNW-MET
           END-IF.
           IF WS-OUTCOME-LATE
              ADD 1 TO WS-CNW-LATE
              ADD WS-MINUTES-LATE TO WS-CNW-LATE-MINUTES
              IF WS-MINUTES-LATE > WS-CNW-WORST-MINUTES
                 MOVE WS-MINUTES-LATE TO WS-CNW-WORST-MINUTES
              END-IF
           END-IF.
           IF WS-OUTCOME-MISSED
              ADD 1 TO WS-CNW-MISSED
           END-IF.

       300-tally-department.
           MOVE ZERO TO WS-DEPT-FOUND-SUB.
           PERFORM 310-check-one-department
                   VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-DEPT-FOUND-SUB > ZERO.
           IF WS-DEPT-FOUND-SUB = ZERO
              AND WS-DEPT-COUNT < 100
              ADD 1 TO WS-DEPT-COUNT
              MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-SUB
              MOVE WS-EXP-DEPARTMENT
                      TO WS-DPE-DEPARTMENT (WS-DEPT-FOUND-SUB)
              MOVE ZERO TO WS-DPE-COUNTS (WS-DEPT-FOUND-SUB)
           END-IF.
           IF WS-DEPT-FOUND-SUB = ZERO
              DISPLAY "** DEPARTMENT TABLE FULL - "
                      WS-EXP-DEPARTMENT " OMITTED FROM DETAIL **"
           ELSE
              MOVE WS-DPE-COUNTS (WS-DEPT-FOUND-SUB) TO WS-COUNT-WORK
              PERFORM 290-add-outcome
              MOVE WS-COUNT-WORK TO WS-DPE-COUNTS (WS-DEPT-FOUND-SUB)
           END-IF.

       310-check-one-department.
           IF WS-DPE-DEPARTMENT (WS-DEPT-SUB) = WS-EXP-DEPARTMENT
              MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
           END-IF.

       320-tally-priority.
           IF WS-EXP-PRIORITY IS NUMERIC
              MOVE WS-EXP-PRIORITY TO WS-PRIORITY-SUB
              ADD 1 TO WS-PRIORITY-SUB
              MOVE WS-PRE-COUNTS (WS-PRIORITY-SUB) TO WS-COUNT-WORK
              PERFORM 290-add-outcome
              MOVE WS-COUNT-WORK TO WS-PRE-COUNTS (WS-PRIORITY-SUB)
           END-IF.

       330-tally-night.
           IF WS-NIGHT-FOUND-SUB > ZERO
              MOVE WS-NTE-COUNTS (WS-NIGHT-FOUND-SUB) TO WS-COUNT-WORK
              PERFORM 290-add-outcome
              MOVE WS-COUNT-WORK TO WS-NTE-COUNTS (WS-NIGHT-FOUND-SUB)
           END-IF.

       340-tally-offender.
           MOVE ZERO TO WS-OFFENDER-FOUND-SUB.
           PERFORM 345-check-one-offender
                   VARYING WS-OFFENDER-SUB FROM 1 BY 1
                   UNTIL WS-OFFENDER-SUB > WS-OFFENDER-COUNT
                   OR WS-OFFENDER-FOUND-SUB > ZERO.
           IF WS-OFFENDER-FOUND-SUB = ZERO
              AND WS-OFFENDER-COUNT < 500
              ADD 1 TO WS-OFFENDER-COUNT
              MOVE WS-OFFENDER-COUNT TO WS-OFFENDER-FOUND-SUB
              MOVE WS-EXP-TICKET-ID
                      TO WS-OFE-TICKET-ID (WS-OFFENDER-FOUND-SUB)
              MOVE WS-EXP-DEPARTMENT
                      TO WS-OFE-DEPARTMENT (WS-OFFENDER-FOUND-SUB)
              MOVE ZERO TO WS-OFE-LATE (WS-OFFENDER-FOUND-SUB)
              MOVE ZERO TO WS-OFE-MISSED (WS-OFFENDER-FOUND-SUB)
              MOVE ZERO TO WS-OFE-FAILURES (WS-OFFENDER-FOUND-SUB)
              MOVE ZERO TO WS-OFE-LATE-MINUTES (WS-OFFENDER-FOUND-SUB)
              MOVE ZERO
                      TO WS-OFE-WORST-MINUTES (WS-OFFENDER-FOUND-SUB)
              MOVE "N"
                      TO WS-OFE-PRINTED-SWITCH (WS-OFFENDER-FOUND-SUB)
           END-IF.
           IF WS-OFFENDER-FOUND-SUB = ZERO
              DISPLAY "** OFFENDER TABLE FULL - "
                      WS-EXP-TICKET-ID " NOT RANKED **"
           ELSE
              ADD 1 TO WS-OFE-FAILURES (WS-OFFENDER-FOUND-SUB)
              IF WS-OUTCOME-LATE
                 ADD 1 TO WS-OFE-LATE (WS-OFFENDER-FOUND-SUB)
                 ADD WS-MINUTES-LATE
                         TO WS-OFE-LATE-MINUTES (WS-OFFENDER-FOUND-SUB)
                 IF WS-MINUTES-LATE >
                         WS-OFE-WORST-MINUTES (WS-OFFENDER-FOUND-SUB)
                    MOVE WS-MINUTES-LATE
                         TO WS-OFE-WORST-MINUTES (WS-OFFENDER-FOUND-SUB)
                 END-IF
              ELSE
                 ADD 1 TO WS-OFE-MISSED (WS-OFFENDER-FOUND-SUB)
              END-IF
           END-IF.

       345-check-one-offender.
           IF WS-OFE-TICKET-ID (WS-OFFENDER-SUB) = WS-EXP-TICKET-ID
              MOVE WS-OFFENDER-SUB TO WS-OFFENDER-FOUND-SUB
           END-IF.

       500-write-report.
           MOVE WS-FIRST-NIGHT TO WS-RHD-FIRST-NIGHT.
           MOVE WS-LAST-NIGHT  TO WS-RHD-LAST-NIGHT.
           WRITE CNTDN-SLA-RPT-LINE FROM WS-REPORT-HEADING.
           MOVE "BY DEPARTMENT" TO WS-SCH-TITLE.
           WRITE CNTDN-SLA-RPT-LINE FROM WS-SECTION-HEADING.
           MOVE "DEPARTMENT" TO WS-CLH-LABEL.
           MOVE SPACES TO WS-CLH-TREND.
           WRITE CNTDN-SLA-RPT-LINE FROM WS-COLUMN-HEADING.
           PERFORM 510-write-one-department
                   VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
           MOVE "BY PRIORITY" TO WS-SCH-TITLE.
           WRITE CNTDN-SLA-RPT-LINE FROM WS-SECTION-HEADING.
           MOVE "PRIORITY" TO WS-CLH-LABEL.
           WRITE CNTDN-SLA-RPT-LINE FROM WS-COLUMN-HEADING.
           PERFORM 520-write-one-priority
                   VARYING WS-PRIORITY-SUB FROM 1 BY 1
                   UNTIL WS-PRIORITY-SUB > 10.
           PERFORM 540-write-offenders.
           MOVE "NIGHT-BY-NIGHT TREND" TO WS-SCH-TITLE.
           WRITE CNTDN-SLA-RPT-LINE FROM WS-SECTION-HEADING.
           MOVE "RUN DATE" TO WS-CLH-LABEL.
           MOVE " ON-TIME/10" TO WS-CLH-TREND.
           WRITE CNTDN-SLA-RPT-LINE FROM WS-COLUMN-HEADING.
           PERFORM 530-write-next-night
                   VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-NIGHT-COUNT.
           PERFORM 560-write-totals.

       510-write-one-department.
           MOVE WS-DPE-COUNTS (WS-DEPT-SUB) TO WS-COUNT-WORK.
           MOVE WS-DPE-DEPARTMENT (WS-DEPT-SUB) TO WS-SLL-LABEL.
           PERFORM 600-format-sla-line.
           WRITE CNTDN-SLA-RPT-LINE FROM WS-SLA-LINE.

       520-write-one-priority.
           MOVE WS-PRE-COUNTS (WS-PRIORITY-SUB) TO WS-COUNT-WORK.
           IF WS-CNW-DUE > ZERO
              SUBTRACT 1 FROM WS-PRIORITY-SUB
                      GIVING WS-PRIORITY-DIGIT
              MOVE SPACES TO WS-SLL-LABEL
              MOVE WS-PRIORITY-DIGIT TO WS-SLL-LABEL (1:1)
              PERFORM 600-format-sla-line
              WRITE CNTDN-SLA-RPT-LINE FROM WS-SLA-LINE
           END-IF.

      * The trend prints oldest night first whatever order the
      * generations were concatenated in: each pass picks the
      * earliest night not yet printed.
       530-write-next-night.
           MOVE ZERO TO WS-BEST-SUB.
           PERFORM 535-check-one-night
                   VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT.
           IF WS-BEST-SUB > ZERO
              MOVE "Y" TO WS-NTE-PRINTED-SWITCH (WS-BEST-SUB)
              MOVE WS-NTE-COUNTS (WS-BEST-SUB) TO WS-COUNT-WORK
              MOVE WS-NTE-RUN-DATE (WS-BEST-SUB) TO WS-SLL-LABEL
              PERFORM 600-format-sla-line
              MOVE ZERO TO WS-BAR-LENGTH
              IF WS-CNW-DUE > ZERO
                 COMPUTE WS-BAR-LENGTH ROUNDED =
                     WS-CNW-MET * 10 / WS-CNW-DUE
              END-IF
              PERFORM 536-fill-one-bar-char
                      VARYING WS-BAR-SUB FROM 1 BY 1
                      UNTIL WS-BAR-SUB > WS-BAR-LENGTH
              WRITE CNTDN-SLA-RPT-LINE FROM WS-SLA-LINE
           END-IF.

       535-check-one-night.
           IF WS-NTE-PRINTED-SWITCH (WS-NIGHT-SUB) = "N"
              IF WS-BEST-SUB = ZERO
                 MOVE WS-NIGHT-SUB TO WS-BEST-SUB
              ELSE
                 IF WS-NTE-RUN-DATE (WS-NIGHT-SUB)
                         < WS-NTE-RUN-DATE (WS-BEST-SUB)
                    MOVE WS-NIGHT-SUB TO WS-BEST-SUB
                 END-IF
              END-IF
           END-IF.

       536-fill-one-bar-char.
           MOVE "*" TO WS-SLL-BAR-CHAR (WS-BAR-SUB).

      * The ten tickets that broke their deadline most often; ties
      * go to the one with the most minutes late.
       540-write-offenders.
           MOVE "WORST OFFENDERS" TO WS-SCH-TITLE.
           WRITE CNTDN-SLA-RPT-LINE FROM WS-SECTION-HEADING.
           IF WS-OFFENDER-COUNT = ZERO
              WRITE CNTDN-SLA-RPT-LINE FROM WS-NO-OFFENDERS-LINE
           ELSE
              WRITE CNTDN-SLA-RPT-LINE FROM WS-OFFENDER-HEADING
              PERFORM 545-write-next-offender
                      VARYING WS-RANK FROM 1 BY 1
                      UNTIL WS-RANK > 10
                      OR WS-RANK > WS-OFFENDER-COUNT
           END-IF.

       545-write-next-offender.
           MOVE ZERO TO WS-BEST-SUB.
           PERFORM 550-check-one-offender
                   VARYING WS-OFFENDER-SUB FROM 1 BY 1
                   UNTIL WS-OFFENDER-SUB > WS-OFFENDER-COUNT.
           IF WS-BEST-SUB > ZERO
              MOVE "Y" TO WS-OFE-PRINTED-SWITCH (WS-BEST-SUB)
              MOVE WS-RANK TO WS-OFL-RANK
              MOVE WS-OFE-TICKET-ID (WS-BEST-SUB) TO WS-OFL-TICKET-ID
              MOVE WS-OFE-DEPARTMENT (WS-BEST-SUB)
                      TO WS-OFL-DEPARTMENT
              MOVE WS-OFE-FAILURES (WS-BEST-SUB) TO WS-OFL-FAILURES
              MOVE WS-OFE-LATE (WS-BEST-SUB) TO WS-OFL-LATE
              MOVE WS-OFE-MISSED (WS-BEST-SUB) TO WS-OFL-MISSED
              MOVE WS-OFE-LATE-MINUTES (WS-BEST-SUB)
                      TO WS-OFL-LATE-MINUTES
              MOVE WS-OFE-WORST-MINUTES (WS-BEST-SUB)
                      TO WS-OFL-WORST-MINUTES
              WRITE CNTDN-SLA-RPT-LINE FROM WS-OFFENDER-LINE
           END-IF.

       550-check-one-offender.
           IF WS-OFE-PRINTED-SWITCH (WS-OFFENDER-SUB) = "N"
              IF WS-BEST-SUB = ZERO
                 MOVE WS-OFFENDER-SUB TO WS-BEST-SUB
              ELSE
                 IF WS-OFE-FAILURES (WS-OFFENDER-SUB)
                         > WS-OFE-FAILURES (WS-BEST-SUB)
                    MOVE WS-OFFENDER-SUB TO WS-BEST-SUB
                 ELSE
                    IF WS-OFE-FAILURES (WS-OFFENDER-SUB)
                            = WS-OFE-FAILURES (WS-BEST-SUB)
                       AND WS-OFE-LATE-MINUTES (WS-OFFENDER-SUB)
                            > WS-OFE-LATE-MINUTES (WS-BEST-SUB)
                       MOVE WS-OFFENDER-SUB TO WS-BEST-SUB
                    END-IF
                 END-IF
              END-IF
           END-IF.

       560-write-totals.
           MOVE "ALL TICKETS" TO WS-SCH-TITLE.
           WRITE CNTDN-SLA-RPT-LINE FROM WS-SECTION-HEADING.
           MOVE SPACES TO WS-CLH-LABEL.
           MOVE SPACES TO WS-CLH-TREND.
           WRITE CNTDN-SLA-RPT-LINE FROM WS-COLUMN-HEADING.
           MOVE WS-GRAND-COUNTS TO WS-COUNT-WORK.
           MOVE "TOTAL" TO WS-SLL-LABEL.
           PERFORM 600-format-sla-line.
           WRITE CNTDN-SLA-RPT-LINE FROM WS-SLA-LINE.
           MOVE "DEADLINES TAKEN FROM THE TICKET MASTER  "
                   TO WS-NTL-LABEL.
           MOVE WS-DEADLINES-FROM-MASTER TO WS-NTL-COUNT.
           WRITE CNTDN-SLA-RPT-LINE FROM WS-NOTE-LINE.
           MOVE "LATE WITH NO DEADLINE ON RECORD         "
                   TO WS-NTL-LABEL.
           MOVE WS-LATE-UNMEASURED TO WS-NTL-COUNT.
           WRITE CNTDN-SLA-RPT-LINE FROM WS-NOTE-LINE.
           MOVE WS-DETAILS-READ  TO WS-BAL-DETAILS.
           MOVE WS-TRAILER-TOTAL TO WS-BAL-TRAILERS.
           IF WS-DETAILS-READ = WS-TRAILER-TOTAL
              MOVE "OK      " TO WS-BAL-VERDICT
           ELSE
              MOVE "MISMATCH" TO WS-BAL-VERDICT
              SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           WRITE CNTDN-SLA-RPT-LINE FROM WS-BALANCE-LINE.

      * One line of counts from WS-COUNT-WORK; the caller sets the
      * label.  The on-time percentage is met over due.
       600-format-sla-line.
           MOVE SPACES TO WS-SLL-TREND-BAR.
           MOVE WS-CNW-DUE           TO WS-SLL-DUE.
           MOVE WS-CNW-MET           TO WS-SLL-MET.
           MOVE WS-CNW-LATE          TO WS-SLL-LATE.
           MOVE WS-CNW-MISSED        TO WS-SLL-MISSED.
           MOVE WS-CNW-LATE-MINUTES  TO WS-SLL-LATE-MINUTES.
           MOVE WS-CNW-WORST-MINUTES TO WS-SLL-WORST-MINUTES.
           MOVE ZERO TO WS-SLL-ON-TIME-PCT.
           IF WS-CNW-DUE > ZERO
              COMPUTE WS-SLL-ON-TIME-PCT ROUNDED =
                  WS-CNW-MET * 100 / WS-CNW-DUE
           END-IF.
           MOVE ZERO TO WS-SLL-AVERAGE-MINUTES.
           IF WS-CNW-LATE > ZERO
              COMPUTE WS-SLL-AVERAGE-MINUTES ROUNDED =
                  WS-CNW-LATE-MINUTES / WS-CNW-LATE
           END-IF.

       900-terminate.
           IF WS-EXTRACT-FILE-OPEN
              CLOSE CNTDN-EXTRACT-FILE
           END-IF.
           IF WS-EVENT-FILE-OPEN
              CLOSE CNTDN-EVENT-FILE
           END-IF.
           IF WS-MASTER-FILE-OPEN
              CLOSE CNTDN-MASTER-FILE
           END-IF.
           IF WS-SLA-RPT-OPEN
              CLOSE CNTDN-SLA-RPT-FILE
           END-IF.
           DISPLAY "DETAILS READ     " WS-DETAILS-READ.
           DISPLAY "DETAILS IN RANGE " WS-DETAILS-SELECTED.
           DISPLAY "TRAILER COUNT    " WS-TRAILER-TOTAL.
           IF WS-ABEND-OCCURRED
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-PARM-ERROR
                 MOVE 12 TO RETURN-CODE
              ELSE
                 IF WS-OUT-OF-BALANCE
                    DISPLAY "** FEED IS OUT OF BALANCE **"
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
