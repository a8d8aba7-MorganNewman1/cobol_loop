               ACCESS MODE IS RANDOM
               RECORD KEY IS CNTDN-MST-TICKET-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CNTDN-EVENT-FILE ASSIGN TO "CNTDNEVT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNTDN-EVF-KEY
               FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT CNTDN-AUTH-FILE ASSIGN TO "CNTDNAUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNTDN-AUT-OPERATOR-ID
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT CNTDN-DEPT-FILE ASSIGN TO "CNTDNDPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNTDN-DPF-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT CNTDN-VIOLATION-FILE ASSIGN TO "CNTDNVIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-FILE-STATUS.
           SELECT CNTDN-ALERT-FILE ASSIGN TO "CNTDNALR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

       DATA DIVISION.

           05  CNTDN-RPT-DISPOSITION     PIC X(08).
           05  FILLER                    PIC X(02)  VALUE SPACES.
           05  CNTDN-RPT-ATTEMPTS        PIC 9(02).
           05  FILLER                    PIC X(02)  VALUE SPACES.
      * The segment number of a ticket split over several nights;
      * blank for a ticket worked in one piece.
           05  CNTDN-RPT-SEGMENT         PIC X(01).
           05  FILLER                    PIC X(04)  VALUE SPACES.
       01  CNTDN-REPORT-SUMMARY-RECORD.
           05  CNTDN-RPT-SUM-LABEL       PIC X(05).
           05  FILLER                    PIC X(01)  VALUE SPACES.
               88  CNTDN-RUN-IN-FLIGHT              VALUE "I".
               88  CNTDN-RUN-COMPLETE               VALUE "C".
               88  CNTDN-RUN-ABENDED                VALUE "A".
               88  CNTDN-RUN-BACKED-OUT             VALUE "B".

       FD  CNTDN-COMMAND-FILE
           LABEL RECORDS ARE STANDARD.
           05  CNTDN-MST-RECURRENCE      PIC X(01).
           05  FILLER                    PIC X(14).

      * The ticket event history (see copybook CNTDNEV): each
      * state change a queue run makes to a ticket is written
      * here under the run number.
       FD  CNTDN-EVENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-EVENT-RECORD.
           05  CNTDN-EVF-KEY             PIC X(27).
           05  FILLER                    PIC X(183).

       FD  CNTDN-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-AUTH-RECORD.
           05  CNTDN-AUT-OPERATOR-ID     PIC X(08).
           05  FILLER                    PIC X(72).

      * The department reference master (see copybook CNTDNDP):
      * the edit checks look the department up, and the daily
      * quota count is kept on it as tickets are taken up.
       FD  CNTDN-DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-DEPT-RECORD.
           05  CNTDN-DPF-CODE            PIC X(08).
           05  FILLER                    PIC X(92).

       FD  CNTDN-VIOLATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-VIOLATION-RECORD        PIC X(100).

      * Deadline-at-risk alerts (see copybook CNTDNAL), written
      * open extend one at a time while a paced run is working.
       FD  CNTDN-ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-ALERT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CNTDNWS.
       77    WS-DECREASE-RAW        PIC X(05)       JUSTIFIED RIGHT
           88  WS-QUEUE-MODE                        VALUE "B", "P".
       77    WS-END-OF-INPUT-SWITCH PIC X           VALUE "N".
           88  WS-END-OF-INPUT                      VALUE "Y".
      * Wide enough for the full five-token PARM: mode (1),
      * operator (8), window seconds (6), retry limit (3) and the
      * segmented option (1) plus their separators.
       77    WS-CMD-LINE            PIC X(30)       VALUE SPACES.
       77    WS-FIRST-TICKET-SWITCH PIC X           VALUE "N".
           88  WS-FIRST-TICKET-SEEN                 VALUE "Y".
       77    WS-RUN-DATE            PIC 9(08)       VALUE ZERO.
       77    WS-RUN-REFUSED-SWITCH  PIC X           VALUE "N".
           88  WS-RUN-REFUSED                       VALUE "Y".
       77    WS-PRIOR-BACKED-OUT-SWITCH PIC X       VALUE "N".
           88  WS-PRIOR-BACKED-OUT                  VALUE "Y".
       77    WS-RUN-REGISTERED-SWITCH PIC X         VALUE "N".
           88  WS-RUN-REGISTERED                    VALUE "Y".
       77    WS-REPORT-FILE-OPEN-SWITCH PIC X       VALUE "N".
       77    WS-PROJECTED-STEPS     PIC 9(07)       VALUE ZERO.
       77    WS-PROJECTED-SECONDS   PIC 9(07)       VALUE ZERO.
       77    WS-FORECAST-TOTAL-SECS PIC 9(08)       VALUE ZERO.
      * The window gate's verdict on one ticket: start it whole,
      * work it as a segment up to the end of the window, or defer.
       77    WS-GATE-DECISION       PIC X(01)       VALUE "S".
           88  WS-GATE-START                        VALUE "S".
           88  WS-GATE-SEGMENT                      VALUE "G".
           88  WS-GATE-DEFER                        VALUE "D".
       77    WS-SEGMENT-PARM        PIC X(01)       VALUE SPACES.
       77    WS-SEGMENT-OPTION-SWITCH PIC X         VALUE "N".
           88  WS-SEGMENTED-RUN                     VALUE "Y".
       77    WS-SEGMENT-TICKET-SWITCH PIC X         VALUE "N".
           88  WS-SEGMENT-TICKET                    VALUE "Y".
       77    WS-SEGMENT-ENDED-SWITCH PIC X          VALUE "N".
           88  WS-SEGMENT-ENDED                     VALUE "Y".
       77    WS-SEGMENT-SECONDS-LEFT PIC 9(08)      VALUE ZERO.
       77    WS-SEGMENT-SECONDS-USED PIC 9(08)      VALUE ZERO.
       77    WS-TICKET-SEGMENT      PIC 9(01)       VALUE ZERO.
       77    WS-TICKETS-PARTIAL     PIC 9(05)       VALUE ZERO.
       77    WS-END-OF-FORECAST-SWITCH PIC X        VALUE "N".
           88  WS-END-OF-FORECAST                   VALUE "Y".
       77    WS-COMMAND-FILE-STATUS PIC XX          VALUE SPACES.
           88  WS-NONPROC-DAY                       VALUE "Y".
       77    WS-NEXT-DAY-SWITCH     PIC X           VALUE "N".
           88  WS-NEXT-DAY-FOUND                    VALUE "Y".
       77    WS-EVENT-FILE-STATUS   PIC XX          VALUE SPACES.
       77    WS-EVENT-FILE-OPEN-SWITCH PIC X        VALUE "N".
           88  WS-EVENT-FILE-OPEN                   VALUE "Y".
       77    WS-EVENT-WRITTEN-SWITCH PIC X          VALUE "N".
           88  WS-EVENT-WRITTEN                     VALUE "Y".
       77    WS-EVENT-SEQUENCE      PIC 9(03)       VALUE ZERO.
       77    WS-EVENT-ATTEMPTS      PIC 9(02)       VALUE ZERO.
       77    WS-EVENT-NAME          PIC X(08)       VALUE SPACES.
       77    WS-EVENT-TEXT          PIC X(30)       VALUE SPACES.
       77    WS-EVENT-BEFORE-IMAGE  PIC X(60)       VALUE SPACES.
       77    WS-AUTH-FILE-STATUS    PIC XX          VALUE SPACES.
       77    WS-AUTH-FILE-OPEN-SWITCH PIC X         VALUE "N".
           88  WS-AUTH-FILE-OPEN                    VALUE "Y".
       77    WS-VIOLATION-FILE-STATUS PIC XX        VALUE SPACES.
       77    WS-AUTHORIZED-SWITCH   PIC X           VALUE "N".
           88  WS-AUTHORIZED                        VALUE "Y".
       77    WS-AUTH-OPERATOR-ID    PIC X(08)       VALUE SPACES.
       77    WS-AUTH-FUNCTION       PIC 9(01)       VALUE ZERO.
       77    WS-AUTH-FUNCTION-NAME  PIC X(08)       VALUE SPACES.
       77    WS-AUTH-REASON         PIC X(20)       VALUE SPACES.
       77    WS-AUTH-DETAIL         PIC X(30)       VALUE SPACES.
       77    WS-AUTH-TODAY          PIC 9(08)       VALUE ZERO.
       77    WS-COMMAND-ISSUER      PIC X(08)       VALUE SPACES.
       77    WS-DEPT-FILE-STATUS    PIC XX          VALUE SPACES.
       77    WS-DEPT-FILE-OPEN-SWITCH PIC X         VALUE "N".
           88  WS-DEPT-FILE-OPEN                    VALUE "Y".
       77    WS-DEPT-FOUND-SWITCH   PIC X           VALUE "N".
           88  WS-DEPT-FOUND                        VALUE "Y".
       77    WS-QUOTA-REACHED-SWITCH PIC X          VALUE "N".
           88  WS-QUOTA-REACHED                     VALUE "Y".
       77    WS-TICKETS-OVER-QUOTA  PIC 9(05)       VALUE ZERO.
       77    WS-COMMANDS-REFUSED    PIC 9(05)       VALUE ZERO.
       77    WS-ALERT-FILE-STATUS   PIC XX          VALUE SPACES.
      * A ticket already alerted is escalated again once its
      * projected shortfall has grown by this many minutes since
      * the last alert, so a slipping ticket does not raise one
      * alert per step.
       77    WS-ALERT-ESCALATE-MINUTES PIC 9(03)    VALUE 5.
       77    WS-QUEUE-TABLE-FULL-SWITCH PIC X       VALUE "N".
           88  WS-QUEUE-TABLE-FULL                  VALUE "Y".
       77    WS-FQT-SUB             PIC 9(03)       VALUE ZERO.
       77    WS-FQT-FOUND-SUB       PIC 9(03)       VALUE ZERO.
       77    WS-FQT-TABLE-FULL-SWITCH PIC X         VALUE "N".
           88  WS-FQT-TABLE-FULL                    VALUE "Y".
       77    WS-QUEUE-SUB           PIC 9(03)       VALUE ZERO.
       77    WS-QUEUE-START         PIC 9(03)       VALUE ZERO.
       77    WS-QUEUE-CURRENT       PIC 9(03)       VALUE ZERO.
       77    WS-QUEUE-LAST-FOUND    PIC 9(03)       VALUE ZERO.
       77    WS-QUEUE-CURRENT-ID    PIC X(08)       VALUE SPACES.
       77    WS-PROJ-CLOCK-TIME     PIC 9(08)       VALUE ZERO.
       77    WS-PROJ-NOW-SECS       PIC 9(06)       VALUE ZERO.
       77    WS-PROJ-ANCHOR-SECS    PIC 9(06)       VALUE ZERO.
       77    WS-PROJ-REMAINING-STEPS PIC 9(07)      VALUE ZERO.
       77    WS-PROJ-TICKET-SECS    PIC 9(08)       VALUE ZERO.
       77    WS-PROJ-FINISH-SECS    PIC 9(08)       VALUE ZERO.
       77    WS-PROJ-CURSOR-SECS    PIC 9(08)       VALUE ZERO.
       77    WS-PROJ-WINDOW-USED    PIC 9(08)       VALUE ZERO.
       77    WS-PROJ-DEADLINE-SECS  PIC 9(06)       VALUE ZERO.
       77    WS-PROJ-SHORT-SECS     PIC 9(08)       VALUE ZERO.
       77    WS-PROJ-MINUTES-SHORT  PIC 9(04)       VALUE ZERO.
       77    WS-PROJ-DAYS           PIC 9(03)       VALUE ZERO.
       77    WS-PROJ-DAY-SECS       PIC 9(05)       VALUE ZERO.
       77    WS-PROJ-HOUR-REST      PIC 9(04)       VALUE ZERO.
       77    WS-PROJ-TICKET-STATE   PIC X(01)       VALUE SPACES.
       77    WS-PROJ-ALERT-TYPE     PIC X(08)       VALUE SPACES.
       77    WS-ALERTS-RAISED       PIC 9(05)       VALUE ZERO.
       77    WS-ALERTS-ESCALATED    PIC 9(05)       VALUE ZERO.
       77    WS-ALERTS-CLEARED      PIC 9(05)       VALUE ZERO.
       77    WS-TICKETS-WARNED      PIC 9(05)       VALUE ZERO.
       77    WS-WARNINGS-MISSED     PIC 9(05)       VALUE ZERO.
       77    WS-WARNINGS-RECOVERED  PIC 9(05)       VALUE ZERO.
       77    WS-WARNINGS-NOT-RUN    PIC 9(05)       VALUE ZERO.

      * The paced queue as the forecast saw it, in the order it
      * will be worked: what the deadline projection needs for
      * each ticket behind the one being worked, and how each
      * ticket's deadline warnings ended.  Alert state is blank
      * until the ticket is first projected late, A while it is at
      * risk and C once a later projection has cleared it.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-COUNT         PIC 9(03)     VALUE ZERO.
           05  WS-QUEUE-ENTRY OCCURS 500 TIMES.
               10  WS-QUE-TICKET-ID   PIC X(08).
               10  WS-QUE-DEPARTMENT  PIC X(08).
               10  WS-QUE-PRIORITY    PIC 9(01).
               10  WS-QUE-DEADLINE    PIC 9(06).
               10  WS-QUE-STEPS       PIC 9(07).
               10  WS-QUE-ALERT-STATE PIC X(01).
                   88  WS-QUE-NOT-ALERTED           VALUE SPACE.
                   88  WS-QUE-AT-RISK               VALUE "A".
                   88  WS-QUE-CLEARED               VALUE "C".
               10  WS-QUE-MINUTES-SHORT PIC 9(04).
               10  WS-QUE-WORST-SHORT PIC 9(04).
               10  WS-QUE-OUTCOME     PIC X(08).

      * What is left of each department's daily quota as the
      * forecast works down the queue, so a ticket the take-up
      * would carry forward as QUOTA is forecast that way too.
       01  WS-FORECAST-QUOTA-TABLE.
           05  WS-FQT-COUNT           PIC 9(03)     VALUE ZERO.
           05  WS-FQT-ENTRY OCCURS 100 TIMES.
               10  WS-FQT-DEPARTMENT  PIC X(08).
               10  WS-FQT-LIMITED-SWITCH PIC X(01).
                   88  WS-FQT-LIMITED               VALUE "Y".
               10  WS-FQT-REMAINING   PIC 9(03).

       01  WS-PROJ-TIME-WORK.
           05  WS-PTW-HHMMSS             PIC 9(06).
           05  WS-PTW-HHMMSS-R REDEFINES WS-PTW-HHMMSS.
               10  WS-PTW-HH             PIC 99.
               10  WS-PTW-MM             PIC 99.
               10  WS-PTW-SS             PIC 99.

      * The alert summary: one line per ticket warned tonight with
      * its worst shortfall, whether the warning became a real
      * miss or the ticket recovered, and how it finished.
       01  WS-ALERT-SUMMARY-LINE.
           05  FILLER                    PIC X(06)  VALUE "ALERT ".
           05  WS-ASL-TICKET-ID          PIC X(08).
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  WS-ASL-DEPARTMENT         PIC X(08).
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  WS-ASL-DEADLINE           PIC 9(06).
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  WS-ASL-WORST-SHORT        PIC 9(04).
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  WS-ASL-RESULT             PIC X(09).
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  WS-ASL-DISPOSITION        PIC X(08).
           05  FILLER                    PIC X(06)  VALUE SPACES.

       01  WS-CALENDAR-TABLE.
           05  WS-CALENDAR-COUNT      PIC 9(03)     VALUE ZERO.
           05  WS-CALENDAR-ENTRY OCCURS 800 TIMES.
               10  WS-CAL-DATE        PIC 9(08).
               10  WS-CAL-FLAG        PIC X(01).

           05  WS-EXD-DISPOSITION        PIC X(08).
           05  WS-EXD-START-TIME         PIC 9(08).
           05  WS-EXD-END-TIME           PIC 9(08).
           05  WS-EXD-SEGMENT            PIC X(01).

       01  WS-OPLOG-DETAIL.
           05  WS-OPD-RUN-NUMBER         PIC 9(05).
           05  WS-RPH-RUN-MODE           PIC X(01).
           05  FILLER                    PIC X(31)  VALUE SPACES.

       01  WS-BACKED-OUT-LINE.
           05  FILLER                    PIC X(13)
                 VALUE "PREVIOUS RUN ".
           05  WS-BOL-RUN-NUMBER         PIC 9(05).
           05  FILLER                    PIC X(04)  VALUE " OF ".
           05  WS-BOL-RUN-DATE           PIC 9(08).
           05  FILLER                    PIC X(12)
                 VALUE " BACKED OUT ".
           05  FILLER                    PIC X(18)  VALUE SPACES.

           COPY CNTDNTK.

           COPY CNTDNAU.

           COPY CNTDNEV.

           COPY CNTDNOP.

           COPY CNTDNSV.

           COPY CNTDNDP.

           COPY CNTDNAL.

       PROCEDURE DIVISION.

       000-General.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-RUN-MODE WS-OPERATOR-ID WS-WINDOW-PARM
                    WS-RETRY-PARM WS-SEGMENT-PARM.
           IF WS-RUN-MODE NOT = "B" AND WS-RUN-MODE NOT = "P"
              MOVE "I" TO WS-RUN-MODE
           END-IF.
                         " **"
              END-IF
           END-IF.
      * S asks for segmented processing of tickets too long for the
      * window; it only means something on a paced run with a
      * window limit.
           IF WS-SEGMENT-PARM NOT = SPACES
              IF WS-SEGMENT-PARM = "S"
                 SET WS-SEGMENTED-RUN TO TRUE
              ELSE
                 DISPLAY "** INVALID SEGMENT PARM " WS-SEGMENT-PARM
                         " IGNORED - TICKETS ARE NOT SPLIT **"
              END-IF
           END-IF.
           IF WS-QUEUE-MODE
              IF WS-OPERATOR-ID = SPACES
                 MOVE "BATCHRUN" TO WS-OPERATOR-ID
              END-IF
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 101-authorize-run.
           IF NOT WS-RUN-REFUSED AND NOT WS-ABEND-OCCURRED
              PERFORM 140-register-run
           END-IF.
           IF WS-RUN-REFUSED OR WS-ABEND-OCCURRED
              SET WS-END-OF-INPUT TO TRUE
              MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
              PERFORM 015-open-session-files
           END-IF.

       015-open-session-files.
                 ELSE
                    SET WS-MASTER-FILE-OPEN TO TRUE
                 END-IF
                 OPEN I-O CNTDN-EVENT-FILE
                 IF WS-EVENT-FILE-STATUS NOT = "00"
                    DISPLAY "** UNABLE TO OPEN CNTDNEVT - STATUS "
                            WS-EVENT-FILE-STATUS " **"
                    SET WS-ABEND-OCCURRED TO TRUE
                    SET WS-END-OF-INPUT TO TRUE
                    MOVE "Y" TO END-OF-SESSION-SWITCH
                 ELSE
                    SET WS-EVENT-FILE-OPEN TO TRUE
                 END-IF
                 OPEN I-O CNTDN-DEPT-FILE
                 IF WS-DEPT-FILE-STATUS NOT = "00"
                    DISPLAY "** UNABLE TO OPEN CNTDNDPT - STATUS "
                            WS-DEPT-FILE-STATUS " **"
                    SET WS-ABEND-OCCURRED TO TRUE
                    SET WS-END-OF-INPUT TO TRUE
                    MOVE "Y" TO END-OF-SESSION-SWITCH
                 ELSE
                    SET WS-DEPT-FILE-OPEN TO TRUE
                 END-IF
                 PERFORM 175-load-calendar
              END-IF
           END-IF.
           PERFORM 150-check-for-restart.

      * Each execution registers itself on the run-control file
      * once the operator is authorized and before touching any
      * ticket dataset.  A record still flagged in-flight means
      * another execution is (or died) holding the checkpoint, so
      * this one refuses to start with return code 12 for the JCL
      * to test.  The operator clears a stale lock by rerunning
      * after the in-flight run is marked complete or abended, or
      * by resetting CNTDNRUN.  A previous run reversed
      * by the backout run (CNTDNBKO) keeps its number; this run
      * still takes the next one and notes the backout on its
      * report.
       140-register-run.
           OPEN INPUT CNTDN-RUN-CONTROL-FILE.
           IF WS-RUN-FILE-STATUS = "00"
                                 " IS STILL IN FLIGHT **"
                         DISPLAY "** COUNTDOWN NOT STARTED **"
                      END-IF
                      IF CNTDN-RUN-BACKED-OUT
                         SET WS-PRIOR-BACKED-OUT TO TRUE
                         MOVE CNTDN-RUN-NUMBER TO WS-BOL-RUN-NUMBER
                         MOVE CNTDN-RUN-DATE   TO WS-BOL-RUN-DATE
                         DISPLAY "PREVIOUS RUN " CNTDN-RUN-NUMBER
                                 " WAS BACKED OUT"
                      END-IF
              END-READ
              CLOSE CNTDN-RUN-CONTROL-FILE
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-RPH-OPERATOR-ID.
           MOVE WS-RUN-MODE    TO WS-RPH-RUN-MODE.
           WRITE CNTDN-REPORT-RECORD FROM WS-REPORT-HEADER.
           IF WS-PRIOR-BACKED-OUT
              WRITE CNTDN-REPORT-RECORD FROM WS-BACKED-OUT-LINE
           END-IF.

      * The shop calendar (CNTDNCAL) says which dates are
      * processing days.  A missing calendar simply means every
               AT END
                   SET WS-END-OF-CALENDAR TO TRUE
               NOT AT END
                   IF WS-CALENDAR-COUNT < 800
                      AND CNTDN-CAL-DATE IS NUMERIC
                      ADD 1 TO WS-CALENDAR-COUNT
                      MOVE CNTDN-CAL-DATE
      * the pacing interval.  The whole queue is forecast up front
      * on the report, and when a window limit was given on the
      * PARM the same projection gates each ticket at run time.
      * A ticket the gate would take up but its department's daily
      * quota would not is forecast as QUOTA and books no time.
      * The queue is read once for the forecast and reopened for
      * the processing pass.
       180-forecast-queue.
                      MOVE CNTDN-TKT-START-VALUE TO WS-FCL-START-VALUE
                      MOVE WS-PROJECTED-STEPS    TO WS-FCL-STEPS
                      MOVE WS-PROJECTED-SECONDS  TO WS-FCL-SECONDS
                      PERFORM 192-apply-window-gate
                      MOVE "N" TO WS-QUOTA-REACHED-SWITCH
                      IF WS-GATE-DEFER
                         MOVE "DEFER"  TO WS-FCL-DISPOSITION
                      ELSE
                         PERFORM 187-check-forecast-quota
                         IF WS-QUOTA-REACHED
                            MOVE "QUOTA"  TO WS-FCL-DISPOSITION
                         ELSE
                            IF WS-GATE-SEGMENT
                               MOVE "SEGMENT" TO WS-FCL-DISPOSITION
                               MOVE WS-WINDOW-SECONDS
                                       TO WS-WINDOW-USED-SECONDS
                            ELSE
                               MOVE "START"  TO WS-FCL-DISPOSITION
                               ADD WS-PROJECTED-SECONDS
                                       TO WS-WINDOW-USED-SECONDS
                            END-IF
                         END-IF
                      END-IF
                      IF NOT WS-QUOTA-REACHED
                         ADD WS-PROJECTED-SECONDS
                                 TO WS-FORECAST-TOTAL-SECS
                      END-IF
                      WRITE CNTDN-REPORT-RECORD FROM WS-FORECAST-LINE
                      IF WS-PACED-MODE AND NOT WS-QUOTA-REACHED
                         PERFORM 186-remember-queue-ticket
                      END-IF
                   END-IF
           END-READ.

      * A paced run keeps the forecast queue in storage so the loop
      * can project the finish of every ticket still behind the
      * one being worked (240-project-deadlines).  Deferred
      * tickets are kept too: the gate is applied again at the
      * pace in force when the projection is made.  A ticket
      * forecast as QUOTA is left out: it is never worked tonight,
      * so no ticket behind it waits on it.
       186-remember-queue-ticket.
           IF WS-QUEUE-COUNT < 500
              ADD 1 TO WS-QUEUE-COUNT
              MOVE CNTDN-TKT-ID
                      TO WS-QUE-TICKET-ID (WS-QUEUE-COUNT)
              MOVE CNTDN-TKT-DEPARTMENT
                      TO WS-QUE-DEPARTMENT (WS-QUEUE-COUNT)
              MOVE CNTDN-TKT-PRIORITY
                      TO WS-QUE-PRIORITY (WS-QUEUE-COUNT)
              MOVE CNTDN-TKT-DEADLINE-TIME
                      TO WS-QUE-DEADLINE (WS-QUEUE-COUNT)
              MOVE WS-PROJECTED-STEPS
                      TO WS-QUE-STEPS (WS-QUEUE-COUNT)
              MOVE SPACE TO WS-QUE-ALERT-STATE (WS-QUEUE-COUNT)
              MOVE ZERO  TO WS-QUE-MINUTES-SHORT (WS-QUEUE-COUNT)
              MOVE ZERO  TO WS-QUE-WORST-SHORT (WS-QUEUE-COUNT)
              MOVE SPACES TO WS-QUE-OUTCOME (WS-QUEUE-COUNT)
           ELSE
              IF NOT WS-QUEUE-TABLE-FULL
                 SET WS-QUEUE-TABLE-FULL TO TRUE
                 DISPLAY "** QUEUE OVER 500 TICKETS - DEADLINE "
                         "PROJECTION COVERS THE FIRST 500 **"
              END-IF
           END-IF.

      * The forecast takes up quota the way 107 does at take-up -
      * one per ticket started or segmented, counted from what the
      * department master says is already used on the run date -
      * but only in storage; the master is not rewritten.  On a
      * restart the master already holds the take-ups made before
      * the abend, so the forecast may show QUOTA for a department
      * that in fact still has room.  A department the table has no
      * room for is forecast without a quota.
       187-check-forecast-quota.
           MOVE "N" TO WS-QUOTA-REACHED-SWITCH.
           PERFORM 188-find-forecast-quota.
           IF WS-FQT-FOUND-SUB > ZERO
              IF WS-FQT-LIMITED (WS-FQT-FOUND-SUB)
                 IF WS-FQT-REMAINING (WS-FQT-FOUND-SUB) = ZERO
                    SET WS-QUOTA-REACHED TO TRUE
                 ELSE
                    SUBTRACT 1 FROM WS-FQT-REMAINING (WS-FQT-FOUND-SUB)
                 END-IF
              END-IF
           END-IF.

       188-find-forecast-quota.
           MOVE ZERO TO WS-FQT-FOUND-SUB.
           PERFORM 189-check-one-forecast-quota
                   VARYING WS-FQT-SUB FROM 1 BY 1
                   UNTIL WS-FQT-SUB > WS-FQT-COUNT
                   OR WS-FQT-FOUND-SUB > ZERO.
           IF WS-FQT-FOUND-SUB = ZERO
              IF WS-FQT-COUNT < 100
                 ADD 1 TO WS-FQT-COUNT
                 MOVE WS-FQT-COUNT TO WS-FQT-FOUND-SUB
                 PERFORM 191-load-forecast-quota
              ELSE
                 IF NOT WS-FQT-TABLE-FULL
                    SET WS-FQT-TABLE-FULL TO TRUE
                    DISPLAY "** OVER 100 DEPARTMENTS IN QUEUE - "
                            "FORECAST IGNORES QUOTA FOR THE REST **"
                 END-IF
              END-IF
           END-IF.

       189-check-one-forecast-quota.
           IF WS-FQT-DEPARTMENT (WS-FQT-SUB) = CNTDN-TKT-DEPARTMENT
              MOVE WS-FQT-SUB TO WS-FQT-FOUND-SUB
           END-IF.

       191-load-forecast-quota.
           MOVE CNTDN-TKT-DEPARTMENT
                   TO WS-FQT-DEPARTMENT (WS-FQT-FOUND-SUB).
           MOVE "N"  TO WS-FQT-LIMITED-SWITCH (WS-FQT-FOUND-SUB).
           MOVE ZERO TO WS-FQT-REMAINING (WS-FQT-FOUND-SUB).
           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           IF WS-DEPT-FILE-OPEN
              MOVE CNTDN-TKT-DEPARTMENT TO CNTDN-DPF-CODE
              READ CNTDN-DEPT-FILE INTO CNTDN-DEPARTMENT-DETAIL
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET WS-DEPT-FOUND TO TRUE
              END-READ
           END-IF.
           IF WS-DEPT-FOUND
              AND CNTDN-DPT-DAILY-QUOTA IS NUMERIC
              AND CNTDN-DPT-DAILY-QUOTA > ZERO
              SET WS-FQT-LIMITED (WS-FQT-FOUND-SUB) TO TRUE
              IF CNTDN-DPT-QUOTA-DATE IS NUMERIC
                 AND CNTDN-DPT-QUOTA-USED IS NUMERIC
                 AND CNTDN-DPT-QUOTA-DATE = WS-RUN-DATE
                 IF CNTDN-DPT-QUOTA-USED < CNTDN-DPT-DAILY-QUOTA
                    COMPUTE WS-FQT-REMAINING (WS-FQT-FOUND-SUB) =
                        CNTDN-DPT-DAILY-QUOTA - CNTDN-DPT-QUOTA-USED
                 END-IF
              ELSE
                 MOVE CNTDN-DPT-DAILY-QUOTA
                         TO WS-FQT-REMAINING (WS-FQT-FOUND-SUB)
              END-IF
           END-IF.

       190-project-ticket.
           IF CNTDN-TKT-COUNT-UP
              COMPUTE WS-PROJECTED-STEPS =
              MOVE ZERO TO WS-PROJECTED-SECONDS
           END-IF.

      * The window gate only ever defers the low-priority tail:
      * tickets in the urgent band run even when the projection
      * says the window will overrun.  On a segmented run a
      * low-priority ticket that does not fit is worked as a
      * segment instead, provided at least one step still fits in
      * the window.  A ticket may be split over as many nights as
      * it takes.
       192-apply-window-gate.
           SET WS-GATE-START TO TRUE.
           IF WS-WINDOW-SECONDS > ZERO AND WS-PACED-MODE
              AND CNTDN-TKT-PRIORITY > WS-URGENT-PRIORITY-LIMIT
              AND WS-WINDOW-USED-SECONDS + WS-PROJECTED-SECONDS
                  > WS-WINDOW-SECONDS
              SET WS-GATE-DEFER TO TRUE
              IF WS-SEGMENTED-RUN
                 AND WS-WINDOW-USED-SECONDS + WS-PACE-SECONDS
                     NOT > WS-WINDOW-SECONDS
                 SET WS-GATE-SEGMENT TO TRUE
              END-IF
           END-IF.

      * A ticket taken up whole books its projected time against
      * the window; a segment takes whatever is left of it, which
      * the loop then spends step by step at the pace in force.
      * The segment number counts tonight's piece of a ticket that
      * is (or already was) split, up to 9 for the ninth and any
      * later piece; it stays zero otherwise.
       194-start-ticket-window.
           IF WS-GATE-SEGMENT
              SET WS-SEGMENT-TICKET TO TRUE
              COMPUTE WS-SEGMENT-SECONDS-LEFT =
                  WS-WINDOW-SECONDS - WS-WINDOW-USED-SECONDS
              MOVE WS-WINDOW-SECONDS TO WS-WINDOW-USED-SECONDS
           ELSE
              MOVE "N" TO WS-SEGMENT-TICKET-SWITCH
              MOVE ZERO TO WS-SEGMENT-SECONDS-LEFT
              ADD WS-PROJECTED-SECONDS TO WS-WINDOW-USED-SECONDS
           END-IF.
           MOVE "N" TO WS-SEGMENT-ENDED-SWITCH.
           MOVE CNTDN-TKT-SEGMENTS-DONE TO WS-TICKET-SEGMENT.
           IF WS-SEGMENT-TICKET OR CNTDN-TKT-SEGMENTS-DONE > ZERO
              IF WS-TICKET-SEGMENT < 9
                 ADD 1 TO WS-TICKET-SEGMENT
              END-IF
           END-IF.

      * The operator id the run is under must be on the authorized
      * operator file (CNTDNAUT), inside its active and expiry
      * dates, and permitted the run mode asked for - batch, paced
      * or interactive.  Anything else is refused before the run
      * registers, exactly like a run already in flight: nothing
      * is touched, return-code 12, and the refusal goes to the
      * security violation file (CNTDNVIO).  The operator file
      * stays open for the run so commands can be checked too.
       101-authorize-run.
           OPEN I-O CNTDN-AUTH-FILE.
           IF WS-AUTH-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNAUT - STATUS "
                      WS-AUTH-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-AUTH-FILE-OPEN TO TRUE
              MOVE WS-OPERATOR-ID TO WS-AUTH-OPERATOR-ID
              IF WS-RUN-MODE = "B"
                 MOVE 1 TO WS-AUTH-FUNCTION
                 MOVE "RUNBATCH" TO WS-AUTH-FUNCTION-NAME
              END-IF
              IF WS-RUN-MODE = "P"
                 MOVE 2 TO WS-AUTH-FUNCTION
                 MOVE "RUNPACED" TO WS-AUTH-FUNCTION-NAME
              END-IF
              IF WS-RUN-MODE = "I"
                 MOVE 3 TO WS-AUTH-FUNCTION
                 MOVE "RUNINTER" TO WS-AUTH-FUNCTION-NAME
              END-IF
              MOVE WS-CMD-LINE TO WS-AUTH-DETAIL
              PERFORM 102-check-authority
              IF NOT WS-AUTHORIZED
                 SET WS-RUN-REFUSED TO TRUE
                 DISPLAY "** COUNTDOWN NOT STARTED **"
              END-IF
           END-IF.

       102-check-authority.
           MOVE "N" TO WS-AUTHORIZED-SWITCH.
           MOVE SPACES TO WS-AUTH-REASON.
           ACCEPT WS-AUTH-TODAY FROM DATE YYYYMMDD.
           IF WS-AUTH-OPERATOR-ID = SPACES
              MOVE "NO OPERATOR ID" TO WS-AUTH-REASON
           ELSE
              MOVE WS-AUTH-OPERATOR-ID TO CNTDN-AUT-OPERATOR-ID
              READ CNTDN-AUTH-FILE INTO CNTDN-OPERATOR-DETAIL
                  INVALID KEY
                      MOVE "NOT ON FILE" TO WS-AUTH-REASON
                  NOT INVALID KEY
                      PERFORM 103-judge-operator
              END-READ
           END-IF.
           IF NOT WS-AUTHORIZED
              PERFORM 104-write-violation
           END-IF.

      * An accepted id has its last-used date stamped so dormant
      * ids show up on the security report.
       103-judge-operator.
           IF CNTDN-OPR-ACTIVE-DATE > WS-AUTH-TODAY
              MOVE "NOT YET ACTIVE" TO WS-AUTH-REASON
           ELSE
              IF CNTDN-OPR-EXPIRY-DATE NOT = ZERO
                 AND CNTDN-OPR-EXPIRY-DATE < WS-AUTH-TODAY
                 MOVE "EXPIRED" TO WS-AUTH-REASON
              ELSE
                 IF CNTDN-OPR-FUNCTION-FLAG (WS-AUTH-FUNCTION)
                         NOT = "Y"
                    MOVE "NOT PERMITTED" TO WS-AUTH-REASON
                 ELSE
                    SET WS-AUTHORIZED TO TRUE
                    MOVE WS-AUTH-TODAY TO CNTDN-OPR-LAST-USED-DATE
                    MOVE "COUNTDN" TO CNTDN-OPR-LAST-USED-PGM
                    REWRITE CNTDN-AUTH-RECORD
                            FROM CNTDN-OPERATOR-DETAIL
                        INVALID KEY
                            DISPLAY "** LAST-USED DATE NOT UPDATED"
                                    " FOR " WS-AUTH-OPERATOR-ID
                                    " - STATUS " WS-AUTH-FILE-STATUS
                                    " **"
                    END-REWRITE
                 END-IF
              END-IF
           END-IF.

       104-write-violation.
           DISPLAY "** " WS-AUTH-FUNCTION-NAME " REFUSED FOR OPERATOR "
                   WS-AUTH-OPERATOR-ID " - " WS-AUTH-REASON " **".
           MOVE SPACES TO CNTDN-VIOLATION-DETAIL.
           ACCEPT CNTDN-SEC-DATE FROM DATE YYYYMMDD.
           ACCEPT CNTDN-SEC-TIME FROM TIME.
           MOVE "COUNTDN"             TO CNTDN-SEC-PROGRAM.
           MOVE WS-AUTH-OPERATOR-ID   TO CNTDN-SEC-OPERATOR-ID.
           MOVE WS-AUTH-FUNCTION-NAME TO CNTDN-SEC-FUNCTION.
           MOVE WS-RUN-NUMBER         TO CNTDN-SEC-RUN-NUMBER.
           MOVE WS-AUTH-REASON        TO CNTDN-SEC-REASON.
           MOVE WS-AUTH-DETAIL        TO CNTDN-SEC-DETAIL.
           OPEN EXTEND CNTDN-VIOLATION-FILE.
           IF WS-VIOLATION-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNVIO - STATUS "
                      WS-VIOLATION-FILE-STATUS " **"
           ELSE
              WRITE CNTDN-VIOLATION-RECORD
                      FROM CNTDN-VIOLATION-DETAIL
              CLOSE CNTDN-VIOLATION-FILE
           END-IF.

       105-accept-operator-id.
           DISPLAY "Enter your operator ID.".
           ACCEPT WS-OPERATOR-ID.
                   END-IF
           END-READ.

      * A ticket worked as a segment before the abend reads back
      * WAITING at the value it reached; the gate sends it down the
      * segment path again and it re-consumes the rest of the
      * window, as it did in the original run.
      * The department quota is not looked at here: the count on
      * the department master already holds every take-up made
      * before the abend, this ticket's among them, so checking it
      * again would carry a ticket that was really worked forward
      * as QUOTA.
       168-replay-worked-ticket.
           PERFORM 190-project-ticket.
           PERFORM 192-apply-window-gate.
           IF WS-GATE-DEFER
              PERFORM 430-defer-ticket
           ELSE
              IF WS-GATE-SEGMENT
                 MOVE WS-WINDOW-SECONDS TO WS-WINDOW-USED-SECONDS
              ELSE
                 ADD WS-PROJECTED-SECONDS TO WS-WINDOW-USED-SECONDS
              END-IF
           END-IF.

      * A record reading DONE or FAILED in the replayed region was
                   MOVE CNTDN-TKT-RETRY-COUNT TO WS-TICKET-ATTEMPTS
                   SET CNTDN-TKT-IN-PROGRESS TO TRUE
                   PERFORM 190-project-ticket
                   PERFORM 192-apply-window-gate
                   IF WS-GATE-DEFER
                      SET WS-GATE-START TO TRUE
                   END-IF
                   PERFORM 194-start-ticket-window
                   IF WS-SEGMENT-TICKET
                      PERFORM 166-charge-resumed-segment
                   END-IF
           END-READ.

      * The ticket being worked at the abend was already taken up,
      * so the gate cannot defer it now.  A segment picks up what
      * is left of the window, less the steps the checkpoint says
      * were already done at the pace in force.
       166-charge-resumed-segment.
           COMPUTE WS-SEGMENT-SECONDS-USED =
               WS-TICKET-STEP-COUNT * WS-PACE-SECONDS.
           IF WS-SEGMENT-SECONDS-USED < WS-SEGMENT-SECONDS-LEFT
              SUBTRACT WS-SEGMENT-SECONDS-USED
                  FROM WS-SEGMENT-SECONDS-LEFT
           ELSE
              MOVE ZERO TO WS-SEGMENT-SECONDS-LEFT
           END-IF.

       170-write-ticket-out.
           IF WS-TKTOUT-FILE-OPEN
              WRITE CNTDN-TICKET-OUT-RECORD FROM CNTDN-TICKET-RECORD
              MOVE ZERO TO CNTDN-TKT-RETRY-COUNT
           END-IF.
           IF CNTDN-TKT-RETRY-COUNT < WS-RETRY-LIMIT
              MOVE CNTDN-TICKET-RECORD TO WS-EVENT-BEFORE-IMAGE
              SET CNTDN-TKT-WAITING TO TRUE
              ADD 1 TO WS-TICKETS-RETRIED
              PERFORM 170-write-ticket-out
              PERFORM 485-rewrite-master-ticket
              MOVE "RETRIED" TO WS-EVENT-NAME
              MOVE SPACES TO WS-EVENT-TEXT
              STRING "ATTEMPTS " CNTDN-TKT-RETRY-COUNT
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
              PERFORM 490-write-event
              IF WS-REPORT-FILE-OPEN
                 MOVE CNTDN-TKT-ID          TO WS-RTL-TICKET-ID
                 MOVE CNTDN-TKT-RETRY-COUNT TO WS-RTL-ATTEMPTS
              END-IF
           END-IF.

       111-take-up-ticket.
           PERFORM 190-project-ticket.
           PERFORM 192-apply-window-gate.
           IF WS-GATE-DEFER
              PERFORM 430-defer-ticket
           ELSE
              PERFORM 107-check-department-quota
              IF WS-QUOTA-REACHED
                 PERFORM 438-carry-over-quota
              ELSE
                 PERFORM 194-start-ticket-window
                 SET WS-TICKET-FOUND TO TRUE
                 MOVE CNTDN-TKT-ID          TO WS-TICKET-ID
                 MOVE CNTDN-TKT-DEPARTMENT  TO WS-TICKET-DEPARTMENT
                 MOVE CNTDN-TKT-PRIORITY    TO WS-TICKET-PRIORITY
                 MOVE CNTDN-TKT-DEADLINE-TIME TO WS-TICKET-DEADLINE
                 MOVE CNTDN-TKT-RETRY-COUNT TO WS-TICKET-ATTEMPTS
                 MOVE CNTDN-TKT-START-VALUE TO enter-number
                 MOVE CNTDN-TKT-DECREASE    TO decrease
                 MOVE CNTDN-TKT-DIRECTION   TO WS-TICKET-DIRECTION
                 MOVE CNTDN-TKT-TARGET-VALUE TO WS-TICKET-TARGET
                 MOVE CNTDN-TICKET-RECORD   TO WS-EVENT-BEFORE-IMAGE
                 SET CNTDN-TKT-IN-PROGRESS TO TRUE
                 MOVE "TAKENUP" TO WS-EVENT-NAME
                 MOVE SPACES TO WS-EVENT-TEXT
                 IF WS-SEGMENT-TICKET
                    STRING "SEGMENT " WS-TICKET-SEGMENT " WINDOW "
                           WS-SEGMENT-SECONDS-LEFT " SECS"
                           DELIMITED BY SIZE INTO WS-EVENT-TEXT
                 ELSE
                    STRING "PROJECTED " WS-PROJECTED-SECONDS " SECONDS"
                           DELIMITED BY SIZE INTO WS-EVENT-TEXT
                 END-IF
                 PERFORM 490-write-event
              END-IF
           END-IF.

      * Batch records are edit-checked the same way the console
           IF CNTDN-TKT-RETRY-COUNT (1:2) = SPACES
              MOVE ZERO TO CNTDN-TKT-RETRY-COUNT
           END-IF.
           IF CNTDN-TKT-SEGMENTS-DONE IS NOT NUMERIC
              OR CNTDN-TKT-STEPS-DONE IS NOT NUMERIC
              MOVE ZERO TO CNTDN-TKT-SEGMENTS-DONE
              MOVE ZERO TO CNTDN-TKT-STEPS-DONE
           END-IF.
           IF NOT CNTDN-TKT-WAITING AND NOT CNTDN-TKT-IN-PROGRESS
              AND NOT CNTDN-TKT-DONE AND NOT CNTDN-TKT-FAILED
              AND NOT CNTDN-TKT-HELD
                 AND CNTDN-TKT-RETRY-COUNT IS NOT NUMERIC
                 MOVE "R016" TO WS-REJECT-REASON
              END-IF
              IF WS-REJECT-REASON = SPACES
                 AND WS-DEPT-FILE-OPEN
                 PERFORM 106-check-department
              END-IF
           END-IF.

       119-write-reject.
           ADD 1 TO WS-RECORDS-REJECTED.
           DISPLAY "** TICKET REJECTED - ID " CNTDN-TKT-ID
                   " REASON " WS-REJECT-REASON " **".
           IF NOT WS-REPLAYING
              MOVE CNTDN-TICKET-RECORD TO WS-EVENT-BEFORE-IMAGE
              MOVE "REJECTED" TO WS-EVENT-NAME
              MOVE SPACES TO WS-EVENT-TEXT
              STRING "REASON " WS-REJECT-REASON
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
              PERFORM 490-write-event
           END-IF.

      * A ticket to be worked must name a department on the
      * department master that is still active (R017), and may not
      * ask for a more urgent priority than the department's
      * ceiling (R018).
       106-check-department.
           MOVE CNTDN-TKT-DEPARTMENT TO CNTDN-DPF-CODE.
           READ CNTDN-DEPT-FILE INTO CNTDN-DEPARTMENT-DETAIL
               INVALID KEY
                   MOVE "R017" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT CNTDN-DPT-ACTIVE
                      MOVE "R017" TO WS-REJECT-REASON
                   ELSE
                      IF CNTDN-DPT-PRIORITY-CEILING IS NUMERIC
                         AND CNTDN-TKT-PRIORITY <
                                 CNTDN-DPT-PRIORITY-CEILING
                         MOVE "R018" TO WS-REJECT-REASON
                      END-IF
                   END-IF
           END-READ.

      * The daily quota counts the tickets taken up for the
      * department on the run date, on the department master
      * itself, so every run and stream that day shares one count.
      * A ticket past the quota has nothing wrong with it: it is
      * carried forward to the next cycle with disposition QUOTA
      * instead of being rejected.  The count goes up as a ticket
      * is taken up; a restart replay does not check it (see 168).
      * A zero quota means none.
       107-check-department-quota.
           MOVE "N" TO WS-QUOTA-REACHED-SWITCH.
           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           IF WS-DEPT-FILE-OPEN
              MOVE CNTDN-TKT-DEPARTMENT TO CNTDN-DPF-CODE
              READ CNTDN-DEPT-FILE INTO CNTDN-DEPARTMENT-DETAIL
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET WS-DEPT-FOUND TO TRUE
              END-READ
           END-IF.
           IF WS-DEPT-FOUND
              AND CNTDN-DPT-DAILY-QUOTA IS NUMERIC
              AND CNTDN-DPT-DAILY-QUOTA > ZERO
              IF CNTDN-DPT-QUOTA-DATE IS NOT NUMERIC
                 OR CNTDN-DPT-QUOTA-USED IS NOT NUMERIC
                 OR CNTDN-DPT-QUOTA-DATE NOT = WS-RUN-DATE
                 MOVE WS-RUN-DATE TO CNTDN-DPT-QUOTA-DATE
                 MOVE ZERO TO CNTDN-DPT-QUOTA-USED
              END-IF
              IF CNTDN-DPT-QUOTA-USED NOT < CNTDN-DPT-DAILY-QUOTA
                 SET WS-QUOTA-REACHED TO TRUE
              ELSE
                 ADD 1 TO CNTDN-DPT-QUOTA-USED
                 REWRITE CNTDN-DEPT-RECORD
                         FROM CNTDN-DEPARTMENT-DETAIL
                     INVALID KEY
                         DISPLAY "** DEPARTMENT " CNTDN-DPT-CODE
                                 " QUOTA COUNT NOT REWRITTEN"
                                 " - STATUS " WS-DEPT-FILE-STATUS
                                 " **"
                 END-REWRITE
              END-IF
           END-IF.

       120-accept-input.
           MOVE "D"  TO WS-TICKET-DIRECTION.
                    SUBTRACT decrease FROM enter-number
                 END-IF
              END-IF
              IF WS-SEGMENT-TICKET AND NOT WS-TICKET-DONE
                 PERFORM 230-charge-segment-window
              END-IF
           END-IF.
           IF WS-PACED-MODE AND NOT WS-TICKET-DONE
              AND WS-QUEUE-COUNT > ZERO
              PERFORM 240-project-deadlines
           END-IF.
           ADD 1 TO WS-CHECKPOINT-COUNTER.
           IF WS-CHECKPOINT-COUNTER >= WS-CHECKPOINT-INTERVAL
      * works.  Each poll picks the file up, deletes it, and acts
      * on it: PAUSE holds at the current value, RESUME continues,
      * SKIP moves on to the next ticket leaving this one waiting,
      * PACE nnn changes the pacing interval in seconds.  The
      * command ends with the id of the operator issuing it, e.g.
      * PACE 005 OPER0001 or PAUSE OPER0001; an id missing, not on
      * the authorized operator file or not permitted operator
      * commands gets the command refused and logged as a security
      * violation.  Every accepted command is acknowledged on the
      * console and logged on CNTDNOPL with the run number,
      * operator, ticket, time and the command as issued, so the
      * shop can see afterwards who paused what and when.
       210-check-command-file.
           OPEN INPUT CNTDN-COMMAND-FILE.
           IF WS-COMMAND-FILE-STATUS = "00"
       212-process-command.
           MOVE SPACES TO WS-COMMAND-VERB.
           MOVE SPACES TO WS-COMMAND-OPERAND.
           MOVE SPACES TO WS-COMMAND-ISSUER.
           MOVE "N" TO WS-COMMAND-VALID-SWITCH.
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-COMMAND-VERB.
           IF WS-COMMAND-VERB = "PACE"
              UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                  INTO WS-COMMAND-VERB WS-COMMAND-OPERAND
                       WS-COMMAND-ISSUER
           ELSE
              UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                  INTO WS-COMMAND-VERB WS-COMMAND-ISSUER
           END-IF.
           MOVE WS-COMMAND-ISSUER TO WS-AUTH-OPERATOR-ID.
           MOVE 4 TO WS-AUTH-FUNCTION.
           MOVE "COMMAND" TO WS-AUTH-FUNCTION-NAME.
           MOVE WS-COMMAND-LINE TO WS-AUTH-DETAIL.
           PERFORM 102-check-authority.
           IF WS-AUTHORIZED
              PERFORM 214-apply-command
           ELSE
              ADD 1 TO WS-COMMANDS-REFUSED
           END-IF.

       214-apply-command.
           IF WS-COMMAND-VERB = "PAUSE"
              SET WS-PAUSED TO TRUE
              SET WS-COMMAND-VALID TO TRUE
              END-IF
           END-IF.

      * The clock keeps running while the countdown is held, so
      * the deadline projection keeps being made too.
       215-hold-while-paused.
           CALL "C$SLEEP" USING 1.
           PERFORM 210-check-command-file.
           PERFORM 208-check-cancel-file.
           IF WS-PAUSED AND WS-QUEUE-COUNT > ZERO
              PERFORM 240-project-deadlines
           END-IF.

       218-log-command.
           MOVE WS-RUN-NUMBER   TO WS-OPD-RUN-NUMBER.
              CLOSE CNTDN-OPLOG-FILE
           END-IF.

      * Each step of a segment spends its pacing interval from
      * what was left of the window when the ticket was taken up.
      * Once the next step no longer fits, the window has closed
      * on the ticket: it stops where it stands and goes back to
      * the master at the value reached.
       230-charge-segment-window.
           IF WS-PACE-SECONDS < WS-SEGMENT-SECONDS-LEFT
              SUBTRACT WS-PACE-SECONDS FROM WS-SEGMENT-SECONDS-LEFT
           ELSE
              MOVE ZERO TO WS-SEGMENT-SECONDS-LEFT
           END-IF.
           IF WS-SEGMENT-SECONDS-LEFT < WS-PACE-SECONDS
              SET WS-SEGMENT-ENDED TO TRUE
              SET WS-TICKET-DONE TO TRUE
              DISPLAY "** TICKET " WS-TICKET-ID " WINDOW CLOSED AT "
                      enter-number " - SEGMENT " WS-TICKET-SEGMENT
                      " PARTIAL **"
           END-IF.

      * Deadline early warning.  After each step of a paced run the
      * finish of the ticket being worked is projected from the
      * steps it still has to go at the pace in force (so a PACE
      * command counts at once), and then the finish of each
      * ticket behind it in the queue, one after another.  The
      * window gate is applied to the queued tickets again at the
      * current pace: one it would defer is not worked tonight and
      * gets no projection, and one it would split closes the
      * window for the low-priority tail behind it.  Times are
      * counted in seconds from midnight before the session start
      * and read across midnight the way 410-check-deadline does.
       240-project-deadlines.
           ACCEPT WS-PROJ-CLOCK-TIME FROM TIME.
           IF WS-TICKET-ID NOT = WS-QUEUE-CURRENT-ID
              PERFORM 242-find-current-ticket
           END-IF.
           MOVE WS-SESSION-START-TIME (1:6) TO WS-DEADLINE-ANCHOR.
           MOVE WS-DEADLINE-ANCHOR TO WS-PTW-HHMMSS.
           COMPUTE WS-PROJ-ANCHOR-SECS =
               (WS-PTW-HH * 60 + WS-PTW-MM) * 60 + WS-PTW-SS.
           MOVE WS-PROJ-CLOCK-TIME (1:6) TO WS-PTW-HHMMSS.
           COMPUTE WS-PROJ-NOW-SECS =
               (WS-PTW-HH * 60 + WS-PTW-MM) * 60 + WS-PTW-SS.
           IF WS-PROJ-NOW-SECS < WS-PROJ-ANCHOR-SECS
              ADD 86400 TO WS-PROJ-NOW-SECS
           END-IF.
           IF WS-COUNT-UP-TICKET
              COMPUTE WS-PROJ-REMAINING-STEPS =
                  (WS-TICKET-TARGET - enter-number + decrease - 1)
                      / decrease
           ELSE
              COMPUTE WS-PROJ-REMAINING-STEPS =
                  (enter-number - WS-TICKET-TARGET + decrease - 1)
                      / decrease
           END-IF.
           COMPUTE WS-PROJ-TICKET-SECS =
               WS-PROJ-REMAINING-STEPS * WS-PACE-SECONDS.
           COMPUTE WS-PROJ-FINISH-SECS =
               WS-PROJ-NOW-SECS + WS-PROJ-TICKET-SECS.
           IF WS-QUEUE-CURRENT > ZERO
              MOVE WS-QUEUE-CURRENT TO WS-QUEUE-SUB
              MOVE "W" TO WS-PROJ-TICKET-STATE
              PERFORM 244-judge-deadline
           END-IF.
           MOVE WS-PROJ-FINISH-SECS TO WS-PROJ-CURSOR-SECS.
           IF WS-SEGMENT-TICKET
              AND WS-SEGMENT-SECONDS-LEFT < WS-PROJ-TICKET-SECS
              COMPUTE WS-PROJ-CURSOR-SECS =
                  WS-PROJ-NOW-SECS + WS-SEGMENT-SECONDS-LEFT
           END-IF.
           MOVE WS-WINDOW-USED-SECONDS TO WS-PROJ-WINDOW-USED.
           MOVE "Q" TO WS-PROJ-TICKET-STATE.
           COMPUTE WS-QUEUE-START = WS-QUEUE-LAST-FOUND + 1.
           PERFORM 243-project-queued-ticket
                   VARYING WS-QUEUE-SUB FROM WS-QUEUE-START BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT.

      * The queue is worked in forecast order, so the ticket taken
      * up is looked for from just past the last one found.  One
      * not in the table (past the first 500) gets no projection
      * of its own; the queue behind it is still projected.
       242-find-current-ticket.
           MOVE WS-TICKET-ID TO WS-QUEUE-CURRENT-ID.
           MOVE ZERO TO WS-QUEUE-CURRENT.
           COMPUTE WS-QUEUE-START = WS-QUEUE-LAST-FOUND + 1.
           PERFORM 241-match-current-ticket
                   VARYING WS-QUEUE-SUB FROM WS-QUEUE-START BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
                      OR WS-QUEUE-CURRENT > ZERO.
           IF WS-QUEUE-CURRENT > ZERO
              MOVE WS-QUEUE-CURRENT TO WS-QUEUE-LAST-FOUND
           END-IF.

       241-match-current-ticket.
           IF WS-QUE-TICKET-ID (WS-QUEUE-SUB) = WS-TICKET-ID
              MOVE WS-QUEUE-SUB TO WS-QUEUE-CURRENT
           END-IF.

       243-project-queued-ticket.
           COMPUTE WS-PROJ-TICKET-SECS =
               WS-QUE-STEPS (WS-QUEUE-SUB) * WS-PACE-SECONDS.
           IF WS-WINDOW-SECONDS > ZERO
              AND WS-QUE-PRIORITY (WS-QUEUE-SUB)
                  > WS-URGENT-PRIORITY-LIMIT
              AND WS-PROJ-WINDOW-USED + WS-PROJ-TICKET-SECS
                  > WS-WINDOW-SECONDS
              IF WS-SEGMENTED-RUN
                 AND WS-PROJ-WINDOW-USED + WS-PACE-SECONDS
                     NOT > WS-WINDOW-SECONDS
                 COMPUTE WS-PROJ-CURSOR-SECS = WS-PROJ-CURSOR-SECS
                     + WS-WINDOW-SECONDS - WS-PROJ-WINDOW-USED
                 MOVE WS-WINDOW-SECONDS TO WS-PROJ-WINDOW-USED
              END-IF
           ELSE
              ADD WS-PROJ-TICKET-SECS TO WS-PROJ-WINDOW-USED
              ADD WS-PROJ-TICKET-SECS TO WS-PROJ-CURSOR-SECS
              MOVE WS-PROJ-CURSOR-SECS TO WS-PROJ-FINISH-SECS
              PERFORM 244-judge-deadline
           END-IF.

      * A projected finish past the deadline raises ATRISK the
      * first time, ESCALATE each time the shortfall has grown by
      * the escalation step since the last alert, and CLEARED if a
      * later projection (a faster pace, say) makes it in time.
      * A cleared ticket that slips again is raised afresh.
       244-judge-deadline.
           IF WS-QUE-DEADLINE (WS-QUEUE-SUB) > ZERO
              MOVE WS-QUE-DEADLINE (WS-QUEUE-SUB) TO WS-PTW-HHMMSS
              COMPUTE WS-PROJ-DEADLINE-SECS =
                  (WS-PTW-HH * 60 + WS-PTW-MM) * 60 + WS-PTW-SS
              IF WS-QUE-DEADLINE (WS-QUEUE-SUB) < WS-DEADLINE-ANCHOR
                 ADD 86400 TO WS-PROJ-DEADLINE-SECS
              END-IF
              IF WS-PROJ-FINISH-SECS > WS-PROJ-DEADLINE-SECS
                 COMPUTE WS-PROJ-SHORT-SECS =
                     WS-PROJ-FINISH-SECS - WS-PROJ-DEADLINE-SECS
                 IF WS-PROJ-SHORT-SECS > 599940
                    MOVE 9999 TO WS-PROJ-MINUTES-SHORT
                 ELSE
                    COMPUTE WS-PROJ-MINUTES-SHORT =
                        (WS-PROJ-SHORT-SECS + 59) / 60
                 END-IF
                 IF WS-QUE-AT-RISK (WS-QUEUE-SUB)
                    IF WS-PROJ-MINUTES-SHORT >=
                       WS-QUE-MINUTES-SHORT (WS-QUEUE-SUB)
                           + WS-ALERT-ESCALATE-MINUTES
                       MOVE "ESCALATE" TO WS-PROJ-ALERT-TYPE
                       ADD 1 TO WS-ALERTS-ESCALATED
                       PERFORM 246-raise-alert
                    END-IF
                 ELSE
                    IF WS-QUE-NOT-ALERTED (WS-QUEUE-SUB)
                       ADD 1 TO WS-TICKETS-WARNED
                    END-IF
                    SET WS-QUE-AT-RISK (WS-QUEUE-SUB) TO TRUE
                    MOVE "ATRISK" TO WS-PROJ-ALERT-TYPE
                    ADD 1 TO WS-ALERTS-RAISED
                    PERFORM 246-raise-alert
                 END-IF
              ELSE
                 IF WS-QUE-AT-RISK (WS-QUEUE-SUB)
                    SET WS-QUE-CLEARED (WS-QUEUE-SUB) TO TRUE
                    MOVE ZERO TO WS-PROJ-MINUTES-SHORT
                    MOVE "CLEARED" TO WS-PROJ-ALERT-TYPE
                    ADD 1 TO WS-ALERTS-CLEARED
                    PERFORM 246-raise-alert
                 END-IF
              END-IF
           END-IF.

      * Each alert is written and the alert file closed again at
      * once, the way the operator log is, so the console
      * automation watching PROD.COUNTDN.ALERTS sees it straight
      * away; it is echoed on the console as well.
       246-raise-alert.
           MOVE WS-PROJ-MINUTES-SHORT
                   TO WS-QUE-MINUTES-SHORT (WS-QUEUE-SUB).
           IF WS-PROJ-MINUTES-SHORT > WS-QUE-WORST-SHORT (WS-QUEUE-SUB)
              MOVE WS-PROJ-MINUTES-SHORT
                      TO WS-QUE-WORST-SHORT (WS-QUEUE-SUB)
           END-IF.
           DIVIDE WS-PROJ-FINISH-SECS BY 86400
               GIVING WS-PROJ-DAYS REMAINDER WS-PROJ-DAY-SECS.
           DIVIDE WS-PROJ-DAY-SECS BY 3600
               GIVING WS-PTW-HH REMAINDER WS-PROJ-HOUR-REST.
           DIVIDE WS-PROJ-HOUR-REST BY 60
               GIVING WS-PTW-MM REMAINDER WS-PTW-SS.
           MOVE SPACES TO CNTDN-ALERT-DETAIL.
           MOVE WS-RUN-NUMBER       TO CNTDN-ALR-RUN-NUMBER.
           MOVE WS-RUN-DATE         TO CNTDN-ALR-RUN-DATE.
           MOVE WS-PROJ-CLOCK-TIME (1:6) TO CNTDN-ALR-ALERT-TIME.
           MOVE WS-PROJ-ALERT-TYPE  TO CNTDN-ALR-ALERT-TYPE.
           MOVE WS-QUE-TICKET-ID (WS-QUEUE-SUB)
                   TO CNTDN-ALR-TICKET-ID.
           MOVE WS-QUE-DEPARTMENT (WS-QUEUE-SUB)
                   TO CNTDN-ALR-DEPARTMENT.
           MOVE WS-PROJ-TICKET-STATE TO CNTDN-ALR-TICKET-STATE.
           MOVE WS-QUE-DEADLINE (WS-QUEUE-SUB) TO CNTDN-ALR-DEADLINE.
           MOVE WS-PTW-HHMMSS       TO CNTDN-ALR-PROJECTED-FINISH.
           MOVE WS-PROJ-MINUTES-SHORT TO CNTDN-ALR-MINUTES-SHORT.
           MOVE WS-PACE-SECONDS     TO CNTDN-ALR-PACE-SECONDS.
           MOVE WS-OPERATOR-ID      TO CNTDN-ALR-OPERATOR-ID.
           DISPLAY "** DEADLINE " WS-PROJ-ALERT-TYPE " TICKET "
                   CNTDN-ALR-TICKET-ID " DEADLINE " CNTDN-ALR-DEADLINE
                   " PROJECTED " CNTDN-ALR-PROJECTED-FINISH " SHORT "
                   CNTDN-ALR-MINUTES-SHORT " MINUTES **".
           OPEN EXTEND CNTDN-ALERT-FILE.
           IF WS-ALERT-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNALR - STATUS "
                      WS-ALERT-FILE-STATUS " **"
           ELSE
              WRITE CNTDN-ALERT-RECORD FROM CNTDN-ALERT-DETAIL
              CLOSE CNTDN-ALERT-FILE
           END-IF.

       250-checkpoint.
           MOVE enter-number      TO CNTDN-CKPT-CURRENT-VALUE.
           MOVE decrease          TO CNTDN-CKPT-DECREASE.
              IF WS-SKIP-REQUESTED
                 MOVE "SKIPPED"  TO CNTDN-RPT-DISPOSITION
              ELSE
                 IF WS-SEGMENT-ENDED
                    MOVE "PARTIAL"  TO CNTDN-RPT-DISPOSITION
                 ELSE
                    MOVE "DONE"     TO CNTDN-RPT-DISPOSITION
                    PERFORM 410-check-deadline
                 END-IF
              END-IF
           END-IF.
           IF WS-TICKET-SEGMENT > ZERO
              MOVE WS-TICKET-SEGMENT   TO CNTDN-RPT-SEGMENT
           END-IF.
           MOVE WS-TICKET-ID           TO WS-EXD-TICKET-ID.
           MOVE WS-TICKET-DEPARTMENT   TO WS-EXD-DEPARTMENT.
           MOVE WS-TICKET-PRIORITY     TO WS-EXD-PRIORITY.
           MOVE CNTDN-RPT-DISPOSITION  TO WS-EXD-DISPOSITION.
           MOVE WS-TICKET-START-TIME   TO WS-EXD-START-TIME.
           MOVE WS-TICKET-END-TIME     TO WS-EXD-END-TIME.
           MOVE CNTDN-RPT-SEGMENT      TO WS-EXD-SEGMENT.
           PERFORM 475-write-extract-detail.
           WRITE CNTDN-REPORT-RECORD.

           MOVE "DEFERRED"             TO WS-EXD-DISPOSITION.
           MOVE ZERO                   TO WS-EXD-START-TIME.
           MOVE ZERO                   TO WS-EXD-END-TIME.
           MOVE SPACE                  TO WS-EXD-SEGMENT.
           PERFORM 475-write-extract-detail.
           IF NOT WS-REPLAYING
              PERFORM 170-write-ticket-out
              MOVE CNTDN-TICKET-RECORD TO WS-EVENT-BEFORE-IMAGE
              MOVE "DEFERRED" TO WS-EVENT-NAME
              MOVE SPACES TO WS-EVENT-TEXT
              STRING "PROJECTED " WS-PROJECTED-SECONDS " SECONDS"
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
              PERFORM 490-write-event
           END-IF.

       438-carry-over-quota.
           ADD 1 TO WS-TICKETS-OVER-QUOTA.
           DISPLAY "** TICKET " CNTDN-TKT-ID " CARRIED FORWARD - "
                   "DEPARTMENT " CNTDN-TKT-DEPARTMENT
                   " DAILY QUOTA REACHED **".
           MOVE "QUOTA" TO WS-CARRY-DISPOSITION.
           PERFORM 440-carry-forward-ticket.

      * A not-yet-due ticket - or one waiting on its predecessor,
      * which carries the PREDWAIT disposition instead, or one past
      * its department's daily quota, which carries QUOTA - is
      * carried forward untouched to the next-cycle queue; the
      * report and extract show it so the schedulers can see what
      * moved to the next cycle.
       440-carry-forward-ticket.
           ADD 1 TO WS-TICKETS-CARRIED.
           MOVE SPACES TO CNTDN-REPORT-RECORD.
           MOVE WS-CARRY-DISPOSITION   TO WS-EXD-DISPOSITION.
           MOVE ZERO                   TO WS-EXD-START-TIME.
           MOVE ZERO                   TO WS-EXD-END-TIME.
           MOVE SPACE                  TO WS-EXD-SEGMENT.
           PERFORM 475-write-extract-detail.
           IF WS-NEXTCYC-FILE-OPEN
              WRITE CNTDN-NEXT-CYCLE-RECORD FROM CNTDN-TICKET-RECORD
           DISPLAY "** TICKET " WS-SLD-TICKET-ID
                   " EFFECTIVE DATE " WS-SLD-FROM-DATE
                   " SLID TO " WS-SLD-TO-DATE " **".
           IF NOT WS-REPLAYING
              MOVE CNTDN-TICKET-RECORD TO WS-EVENT-BEFORE-IMAGE
              MOVE "SLID" TO WS-EVENT-NAME
              MOVE SPACES TO WS-EVENT-TEXT
              STRING "FROM " WS-SLD-FROM-DATE " TO " WS-SLD-TO-DATE
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
              PERFORM 490-write-event
           END-IF.

      * A segment that ran out of window goes back WAITING at the
      * value reached, with its segment and step counts brought up
      * to date, and the event history records it as PARTIAL.
      * Reaching the target on a later segment completes the
      * ticket as usual, with the original start value restored;
      * a cancel restores it too and the retry starts over.  A
      * skip leaves the ticket exactly as it was.
       420-write-ticket-status.
           MOVE CNTDN-TICKET-RECORD TO WS-EVENT-BEFORE-IMAGE.
           IF WS-CANCEL-REQUESTED
              SET CNTDN-TKT-FAILED TO TRUE
              IF CNTDN-TKT-RETRY-COUNT IS NOT NUMERIC
              IF CNTDN-TKT-RETRY-COUNT < 99
                 ADD 1 TO CNTDN-TKT-RETRY-COUNT
              END-IF
              PERFORM 422-restore-start-value
              MOVE ZERO TO CNTDN-TKT-SEGMENTS-DONE
              MOVE ZERO TO CNTDN-TKT-STEPS-DONE
           ELSE
              IF WS-SKIP-REQUESTED
                 SET CNTDN-TKT-WAITING TO TRUE
              ELSE
                 IF WS-SEGMENT-ENDED
                    SET CNTDN-TKT-WAITING TO TRUE
                    ADD 1 TO WS-TICKETS-PARTIAL
                    MOVE enter-number TO CNTDN-TKT-START-VALUE
                    MOVE WS-TICKET-SEGMENT
                            TO CNTDN-TKT-SEGMENTS-DONE
                    ADD WS-TICKET-STEP-COUNT
                            TO CNTDN-TKT-STEPS-DONE
                 ELSE
                    SET CNTDN-TKT-DONE TO TRUE
                    IF WS-TICKET-SEGMENT > ZERO
                       PERFORM 422-restore-start-value
                       MOVE WS-TICKET-SEGMENT
                               TO CNTDN-TKT-SEGMENTS-DONE
                       ADD WS-TICKET-STEP-COUNT
                               TO CNTDN-TKT-STEPS-DONE
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 170-write-ticket-out.
           PERFORM 485-rewrite-master-ticket.
           MOVE WS-EXD-DISPOSITION TO WS-EVENT-NAME.
           MOVE SPACES TO WS-EVENT-TEXT.
           IF WS-TICKET-SEGMENT > ZERO
              AND NOT WS-CANCEL-REQUESTED
              AND NOT WS-SKIP-REQUESTED
              STRING "SEGMENT " WS-TICKET-SEGMENT
                     " STEPS " WS-TICKET-STEP-COUNT
                     " AT " enter-number
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
           ELSE
              STRING "STEPS " WS-TICKET-STEP-COUNT
                     " ATTEMPTS " CNTDN-TKT-RETRY-COUNT
                     DELIMITED BY SIZE INTO WS-EVENT-TEXT
           END-IF.
           PERFORM 490-write-event.
           IF CNTDN-TKT-DONE
              PERFORM 421-remember-done-ticket
              IF CNTDN-TKT-RECUR-DAILY OR CNTDN-TKT-RECUR-WEEKLY
              END-IF
           END-IF.

      * The start value of a split ticket is the value its last
      * segment reached; the steps already done, at the decrease,
      * lead back to where it originally started.
       422-restore-start-value.
           IF CNTDN-TKT-STEPS-DONE > ZERO
              IF CNTDN-TKT-COUNT-UP
                 COMPUTE CNTDN-TKT-START-VALUE =
                     CNTDN-TKT-START-VALUE
                     - CNTDN-TKT-STEPS-DONE * CNTDN-TKT-DECREASE
              ELSE
                 COMPUTE CNTDN-TKT-START-VALUE =
                     CNTDN-TKT-START-VALUE
                     + CNTDN-TKT-STEPS-DONE * CNTDN-TKT-DECREASE
              END-IF
           END-IF.

      * Tonight's completions, remembered in storage: a recurring
      * ticket that completes is rewritten straight back WAITING
      * for its next cycle, so the master alone never shows it
      * generation alongside the carry-forwards.  The REGEN report
      * line lets the schedulers verify the next cycle.
       425-regenerate-ticket.
           MOVE CNTDN-TICKET-RECORD TO WS-EVENT-BEFORE-IMAGE.
           MOVE WS-RUN-DATE TO WS-RGD-DATE.
           IF CNTDN-TKT-RECUR-DAILY
              MOVE 1 TO WS-DAYS-TO-ADD
           MOVE WS-EFFECTIVE-WORK TO CNTDN-TKT-EFFECTIVE-DATE.
           SET CNTDN-TKT-WAITING TO TRUE.
           MOVE ZERO TO CNTDN-TKT-RETRY-COUNT.
           MOVE ZERO TO CNTDN-TKT-SEGMENTS-DONE.
           MOVE ZERO TO CNTDN-TKT-STEPS-DONE.
           ADD 1 TO WS-TICKETS-REGENERATED.
           IF WS-NEXTCYC-FILE-OPEN
              WRITE CNTDN-NEXT-CYCLE-RECORD FROM CNTDN-TICKET-RECORD
              WRITE CNTDN-REPORT-RECORD FROM WS-REGEN-LINE
           END-IF.
           PERFORM 485-rewrite-master-ticket.
           MOVE "REGEN" TO WS-EVENT-NAME.
           MOVE SPACES TO WS-EVENT-TEXT.
           STRING "NEXT CYCLE " CNTDN-TKT-EFFECTIVE-DATE
                  DELIMITED BY SIZE INTO WS-EVENT-TEXT.
           PERFORM 490-write-event.

      * In-place status update of the indexed master: the worked
      * ticket's final state replaces its record under the same
              END-REWRITE
           END-IF.

      * One event history record per state change.  The caller
      * leaves the ticket as it was in WS-EVENT-BEFORE-IMAGE and
      * the ticket as it now stands in CNTDN-TICKET-RECORD.  A
      * key already on file - another program's event for the
      * ticket in the same hundredth of a second - takes the next
      * sequence number.  History is a by-product of the run: a
      * write that still fails is reported and the run carries on.
       490-write-event.
           IF WS-EVENT-FILE-OPEN
              MOVE SPACES TO CNTDN-EVENT-DETAIL
              MOVE CNTDN-TKT-ID          TO CNTDN-EVT-TICKET-ID
              ACCEPT CNTDN-EVT-DATE FROM DATE YYYYMMDD
              ACCEPT CNTDN-EVT-TIME FROM TIME
              MOVE WS-RUN-NUMBER         TO CNTDN-EVT-RUN-NUMBER
              MOVE WS-EVENT-NAME         TO CNTDN-EVT-EVENT
              MOVE WS-EVENT-BEFORE-IMAGE (18:1)
                      TO CNTDN-EVT-OLD-STATUS
              MOVE CNTDN-TKT-STATUS      TO CNTDN-EVT-NEW-STATUS
              MOVE "COUNTDN"             TO CNTDN-EVT-PROGRAM
              MOVE WS-OPERATOR-ID        TO CNTDN-EVT-OPERATOR-ID
              MOVE WS-EVENT-TEXT         TO CNTDN-EVT-DETAIL
              MOVE WS-EVENT-BEFORE-IMAGE TO CNTDN-EVT-BEFORE-IMAGE
              MOVE CNTDN-TICKET-RECORD   TO CNTDN-EVT-AFTER-IMAGE
              MOVE "N" TO WS-EVENT-WRITTEN-SWITCH
              MOVE ZERO TO WS-EVENT-ATTEMPTS
              PERFORM 495-write-one-event
                      UNTIL WS-EVENT-WRITTEN
                      OR WS-EVENT-ATTEMPTS > 5
           END-IF.

       495-write-one-event.
           IF WS-EVENT-SEQUENCE = 999
              MOVE ZERO TO WS-EVENT-SEQUENCE
           ELSE
              ADD 1 TO WS-EVENT-SEQUENCE
           END-IF.
           ADD 1 TO WS-EVENT-ATTEMPTS.
           MOVE WS-EVENT-SEQUENCE TO CNTDN-EVT-SEQUENCE.
           WRITE CNTDN-EVENT-RECORD FROM CNTDN-EVENT-DETAIL
               INVALID KEY
                   IF WS-EVENT-FILE-STATUS NOT = "22"
                      OR WS-EVENT-ATTEMPTS > 5
                      MOVE 99 TO WS-EVENT-ATTEMPTS
                      DISPLAY "** EVENT " WS-EVENT-NAME " FOR "
                              CNTDN-TKT-ID " NOT WRITTEN - STATUS "
                              WS-EVENT-FILE-STATUS " **"
                   END-IF
               NOT INVALID KEY
                   SET WS-EVENT-WRITTEN TO TRUE
           END-WRITE.

       426-add-one-month.
           IF WS-RGD-MM = 12
              MOVE 01 TO WS-RGD-MM
      * report for the operations dashboard: comma-delimited, a
      * header identifying the run, one detail per ticket, and a
      * trailer with the detail count and session end time so the
      * receiving side can verify the feed.  The last detail field
      * is the segment number of a split ticket (blank otherwise):
      * a ticket split over three nights shows PARTIAL 1, PARTIAL 2
      * and then DONE (or LATE) 3, each with that night's steps.
       470-write-extract-header.
           MOVE SPACES TO WS-EXTRACT-WORK.
           STRING "H" ","
                     WS-EXD-ELAPSED ","
                     WS-EXD-DISPOSITION ","
                     WS-EXD-START-TIME ","
                     WS-EXD-END-TIME ","
                     WS-EXD-SEGMENT
                     DELIMITED BY SIZE INTO WS-EXTRACT-WORK
              WRITE CNTDN-EXTRACT-RECORD FROM WS-EXTRACT-WORK
              ADD 1 TO WS-EXTRACT-DETAIL-COUNT
           END-IF.
           IF WS-TICKETS-WARNED > ZERO
              PERFORM 478-note-alert-outcome
                      VARYING WS-QUEUE-SUB FROM 1 BY 1
                      UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
           END-IF.

      * Every ticket the run decides on passes through the extract,
      * so this is where a warned ticket's outcome is noted for
      * the alert summary.
       478-note-alert-outcome.
           IF WS-QUE-TICKET-ID (WS-QUEUE-SUB) = WS-EXD-TICKET-ID
              AND NOT WS-QUE-NOT-ALERTED (WS-QUEUE-SUB)
              MOVE WS-EXD-DISPOSITION TO WS-QUE-OUTCOME (WS-QUEUE-SUB)
           END-IF.

       480-write-extract-trailer.
           MOVE SPACES TO WS-EXTRACT-WORK.
      * Control counts let the schedulers balance the run: every
      * record read either became a worked ticket, was carried
      * through with its existing status, or sits on the reject
      * file with a reason code.  PARTL counts the worked tickets
      * that stopped at the end of the window and went back
      * WAITING to resume next night.
       460-write-control-counts.
           MOVE SPACES TO CNTDN-REPORT-SUMMARY-RECORD.
           MOVE "READ " TO CNTDN-RPT-SUM-LABEL.
           MOVE WS-TICKETS-REGENERATED TO CNTDN-RPT-SUM-TICKETS.
           WRITE CNTDN-REPORT-SUMMARY-RECORD.
           MOVE SPACES TO CNTDN-REPORT-SUMMARY-RECORD.
           MOVE "PARTL" TO CNTDN-RPT-SUM-LABEL.
           MOVE WS-TICKETS-PARTIAL TO CNTDN-RPT-SUM-TICKETS.
           WRITE CNTDN-REPORT-SUMMARY-RECORD.
           MOVE SPACES TO CNTDN-REPORT-SUMMARY-RECORD.
           MOVE "RETRY" TO CNTDN-RPT-SUM-LABEL.
           MOVE WS-TICKETS-RETRIED TO CNTDN-RPT-SUM-TICKETS.
           WRITE CNTDN-REPORT-SUMMARY-RECORD.
           PERFORM 465-write-exception-lines
                   VARYING WS-EXHAUSTED-SUB FROM 1 BY 1
                   UNTIL WS-EXHAUSTED-SUB > WS-EXHAUSTED-COUNT.
           IF WS-TICKETS-WARNED > ZERO
              PERFORM 467-write-alert-summary
           END-IF.

      * The alert summary section: how many tickets were warned
      * about tonight and how the warnings ended - MISSED when the
      * ticket finished LATE or did not finish tonight at all
      * (deferred, partial, carried, skipped or failed), RECOVERED
      * when it made its deadline after all, NOT RUN when the run
      * ended before reaching it - then a line per warned ticket.
       467-write-alert-summary.
           MOVE SPACES TO CNTDN-REPORT-SUMMARY-RECORD.
           MOVE "WARN " TO CNTDN-RPT-SUM-LABEL.
           MOVE WS-TICKETS-WARNED TO CNTDN-RPT-SUM-TICKETS.
           WRITE CNTDN-REPORT-SUMMARY-RECORD.
           MOVE SPACES TO CNTDN-REPORT-SUMMARY-RECORD.
           MOVE "MISS " TO CNTDN-RPT-SUM-LABEL.
           MOVE WS-WARNINGS-MISSED TO CNTDN-RPT-SUM-TICKETS.
           WRITE CNTDN-REPORT-SUMMARY-RECORD.
           MOVE SPACES TO CNTDN-REPORT-SUMMARY-RECORD.
           MOVE "RECOV" TO CNTDN-RPT-SUM-LABEL.
           MOVE WS-WARNINGS-RECOVERED TO CNTDN-RPT-SUM-TICKETS.
           WRITE CNTDN-REPORT-SUMMARY-RECORD.
           MOVE SPACES TO CNTDN-REPORT-SUMMARY-RECORD.
           MOVE "NORUN" TO CNTDN-RPT-SUM-LABEL.
           MOVE WS-WARNINGS-NOT-RUN TO CNTDN-RPT-SUM-TICKETS.
           WRITE CNTDN-REPORT-SUMMARY-RECORD.
           PERFORM 468-write-alert-line
                   VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT.

       468-write-alert-line.
           IF NOT WS-QUE-NOT-ALERTED (WS-QUEUE-SUB)
              MOVE WS-QUE-TICKET-ID (WS-QUEUE-SUB)
                      TO WS-ASL-TICKET-ID
              MOVE WS-QUE-DEPARTMENT (WS-QUEUE-SUB)
                      TO WS-ASL-DEPARTMENT
              MOVE WS-QUE-DEADLINE (WS-QUEUE-SUB) TO WS-ASL-DEADLINE
              MOVE WS-QUE-WORST-SHORT (WS-QUEUE-SUB)
                      TO WS-ASL-WORST-SHORT
              MOVE WS-QUE-OUTCOME (WS-QUEUE-SUB)
                      TO WS-ASL-DISPOSITION
              PERFORM 469-classify-alert-outcome
              WRITE CNTDN-REPORT-RECORD FROM WS-ALERT-SUMMARY-LINE
           END-IF.

       469-classify-alert-outcome.
           IF WS-QUE-OUTCOME (WS-QUEUE-SUB) = "DONE"
              MOVE "RECOVERED" TO WS-ASL-RESULT
           ELSE
              IF WS-QUE-OUTCOME (WS-QUEUE-SUB) = SPACES
                 MOVE "NOT RUN" TO WS-ASL-RESULT
              ELSE
                 MOVE "MISSED" TO WS-ASL-RESULT
              END-IF
           END-IF.

      * The tallies are taken before the report is written so the
      * console gets them even when the report is not.
       466-tally-alert-outcome.
           IF NOT WS-QUE-NOT-ALERTED (WS-QUEUE-SUB)
              PERFORM 469-classify-alert-outcome
              IF WS-ASL-RESULT = "RECOVERED"
                 ADD 1 TO WS-WARNINGS-RECOVERED
              ELSE
                 IF WS-ASL-RESULT = "NOT RUN"
                    ADD 1 TO WS-WARNINGS-NOT-RUN
                 ELSE
                    ADD 1 TO WS-WARNINGS-MISSED
                 END-IF
              END-IF
           END-IF.

      * The exceptions section: one line per FAILED ticket that
      * has used up its retry attempts, so each gets a human
           IF WS-MASTER-FILE-OPEN
              CLOSE CNTDN-MASTER-FILE
           END-IF.
           IF WS-EVENT-FILE-OPEN
              CLOSE CNTDN-EVENT-FILE
           END-IF.
           IF WS-AUTH-FILE-OPEN
              CLOSE CNTDN-AUTH-FILE
           END-IF.
           IF WS-DEPT-FILE-OPEN
              CLOSE CNTDN-DEPT-FILE
           END-IF.
           IF WS-TICKETS-OVER-QUOTA > ZERO
              DISPLAY "TICKETS OVER QUOTA " WS-TICKETS-OVER-QUOTA
           END-IF.
           IF WS-COMMANDS-REFUSED > ZERO
              DISPLAY "OPERATOR COMMANDS REFUSED " WS-COMMANDS-REFUSED
           END-IF.
           IF WS-TICKETS-WARNED > ZERO
              PERFORM 466-tally-alert-outcome
                      VARYING WS-QUEUE-SUB FROM 1 BY 1
                      UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
              DISPLAY "DEADLINE ALERTS RAISED " WS-ALERTS-RAISED
                      " ESCALATED " WS-ALERTS-ESCALATED
                      " CLEARED " WS-ALERTS-CLEARED
              DISPLAY "TICKETS WARNED " WS-TICKETS-WARNED
                      " MISSED " WS-WARNINGS-MISSED
                      " RECOVERED " WS-WARNINGS-RECOVERED
                      " NOT RUN " WS-WARNINGS-NOT-RUN
           END-IF.
           IF WS-REJECT-FILE-OPEN
              CLOSE CNTDN-REJECT-FILE
           END-IF.
