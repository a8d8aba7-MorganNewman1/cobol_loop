       IDENTIFICATION DIVISION.

       PROGRAM-ID. cntdnbko.

      * Run backout.  Reverses a bad countdown night by run number:
      * every ticket the run changed on the ticket master
      * (CNTDNMST) is put back to the image it had before the run,
      * the run's sessions are taken out of the audit trail
      * (CNTDNAUD) and its commands out of the operator log
      * (CNTDNOPL), and the run is marked backed out on the
      * run-control file (CNTDNRUN) for CNTDNINQ and the next
      * night's report to show.
      * The PARM is the run number.  Only the run on CNTDNRUN - the
      * latest execution, or on a parallel night the latest of the
      * stream whose run-control dataset is allocated - can be
      * backed out; an earlier run has later work built on it.  A
      * run still in flight, or already backed out, is refused with
      * return-code 12.
      * What the run did comes from the ticket event history
      * (CNTDNEVT): the run's events for a ticket are the countdown
      * events under its run number and operator, dated the run
      * date or the morning after.  The first one holds the ticket
      * as it stood before the run; the last one that rewrote the
      * master (a retry, an outcome, a regeneration) holds the
      * ticket as the run left it.  A ticket goes back only when
      * the master still holds exactly what the run left - anything
      * done to it since (a CNTDNTKM change, a CNTDNREP repair,
      * another run) is reported and the ticket is left alone.  A
      * recurring ticket's regenerated next cycle was written over
      * the same key, so putting the old image back removes it.  A
      * ticket the run only took up, deferred, slid or rejected was
      * never rewritten and needs nothing.  Each restore is logged
      * as a BACKOUT event, and a restored ticket the run took up
      * gives its take-ups back to the department's daily quota on
      * the department master (CNTDNDPT) when the quota count is
      * still the run date's.
      * The trimmed audit trail and operator log are written to
      * CNTDNAUN and CNTDNOPN for the job to copy back.  The report
      * on CNTDNBKR lists every ticket the run touched and what was
      * done with it.  Return-code 8 means at least one ticket
      * could not be reversed and needs a human.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTDN-RUN-CONTROL-FILE ASSIGN TO "CNTDNRUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-FILE-STATUS.
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
           SELECT CNTDN-DEPT-FILE ASSIGN TO "CNTDNDPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNTDN-DPF-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT CNTDN-AUDIT-FILE ASSIGN TO "CNTDNAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CNTDN-NEW-AUDIT-FILE ASSIGN TO "CNTDNAUN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-AUDIT-STATUS.
           SELECT CNTDN-OPLOG-FILE ASSIGN TO "CNTDNOPL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPLOG-FILE-STATUS.
           SELECT CNTDN-NEW-OPLOG-FILE ASSIGN TO "CNTDNOPN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-OPLOG-STATUS.
           SELECT CNTDN-BACKOUT-RPT-FILE ASSIGN TO "CNTDNBKR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CNTDN-RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-RUN-CONTROL-RECORD.
           05  CNTDN-RUN-NUMBER          PIC 9(05).
           05  CNTDN-RUN-DATE            PIC 9(08).
           05  CNTDN-RUN-OPERATOR-ID     PIC X(08).
           05  CNTDN-RUN-MODE            PIC X(01).
           05  CNTDN-RUN-STATUS          PIC X(01).
               88  CNTDN-RUN-IN-FLIGHT              VALUE "I".
               88  CNTDN-RUN-COMPLETE               VALUE "C".
               88  CNTDN-RUN-ABENDED                VALUE "A".
               88  CNTDN-RUN-BACKED-OUT             VALUE "B".

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

       FD  CNTDN-DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-DEPT-RECORD.
           05  CNTDN-DPF-CODE         PIC X(08).
           05  FILLER                 PIC X(92).

       FD  CNTDN-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-AUDIT-RECORD         PIC X(49).

       FD  CNTDN-NEW-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-NEW-AUDIT-RECORD     PIC X(49).

       FD  CNTDN-OPLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-OPLOG-RECORD         PIC X(49).

       FD  CNTDN-NEW-OPLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-NEW-OPLOG-RECORD     PIC X(49).

       FD  CNTDN-BACKOUT-RPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CNTDN-BACKOUT-RPT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       77    WS-RUN-FILE-STATUS     PIC XX          VALUE SPACES.
       77    WS-EVENT-FILE-STATUS   PIC XX          VALUE SPACES.
       77    WS-MASTER-FILE-STATUS  PIC XX          VALUE SPACES.
       77    WS-DEPT-FILE-STATUS    PIC XX          VALUE SPACES.
       77    WS-AUDIT-FILE-STATUS   PIC XX          VALUE SPACES.
       77    WS-NEW-AUDIT-STATUS    PIC XX          VALUE SPACES.
       77    WS-OPLOG-FILE-STATUS   PIC XX          VALUE SPACES.
       77    WS-NEW-OPLOG-STATUS    PIC XX          VALUE SPACES.
       77    WS-BACKOUT-RPT-STATUS  PIC XX          VALUE SPACES.
       77    WS-EVENT-FILE-OPEN-SWITCH PIC X        VALUE "N".
           88  WS-EVENT-FILE-OPEN                   VALUE "Y".
       77    WS-MASTER-FILE-OPEN-SWITCH PIC X       VALUE "N".
           88  WS-MASTER-FILE-OPEN                  VALUE "Y".
       77    WS-DEPT-FILE-OPEN-SWITCH PIC X         VALUE "N".
           88  WS-DEPT-FILE-OPEN                    VALUE "Y".
       77    WS-AUDIT-FILE-OPEN-SWITCH PIC X        VALUE "N".
           88  WS-AUDIT-FILE-OPEN                   VALUE "Y".
       77    WS-NEW-AUDIT-OPEN-SWITCH PIC X         VALUE "N".
           88  WS-NEW-AUDIT-OPEN                    VALUE "Y".
       77    WS-OPLOG-FILE-OPEN-SWITCH PIC X        VALUE "N".
           88  WS-OPLOG-FILE-OPEN                   VALUE "Y".
       77    WS-NEW-OPLOG-OPEN-SWITCH PIC X         VALUE "N".
           88  WS-NEW-OPLOG-OPEN                    VALUE "Y".
       77    WS-BACKOUT-RPT-OPEN-SWITCH PIC X       VALUE "N".
           88  WS-BACKOUT-RPT-OPEN                  VALUE "Y".
       77    WS-ABEND-SWITCH        PIC X           VALUE "N".
           88  WS-ABEND-OCCURRED                    VALUE "Y".
       77    WS-RUN-REFUSED-SWITCH  PIC X           VALUE "N".
           88  WS-RUN-REFUSED                       VALUE "Y".
       77    WS-END-OF-EVENTS-SWITCH PIC X          VALUE "N".
           88  WS-END-OF-EVENTS                     VALUE "Y".
       77    WS-END-OF-AUDIT-SWITCH PIC X           VALUE "N".
           88  WS-END-OF-AUDIT                      VALUE "Y".
       77    WS-END-OF-OPLOG-SWITCH PIC X           VALUE "N".
           88  WS-END-OF-OPLOG                      VALUE "Y".
       77    WS-EVENT-WRITTEN-SWITCH PIC X          VALUE "N".
           88  WS-EVENT-WRITTEN                     VALUE "Y".
       77    WS-CMD-LINE            PIC X(20)       VALUE SPACES.
       77    WS-RUN-PARM            PIC X(05)       VALUE SPACES.
       77    WS-BACKOUT-RUN-NUMBER  PIC 9(05)       VALUE ZERO.
       77    WS-BACKOUT-RUN-DATE    PIC 9(08)       VALUE ZERO.
       77    WS-BACKOUT-OPERATOR-ID PIC X(08)       VALUE SPACES.
       77    WS-BACKOUT-RUN-MODE    PIC X(01)       VALUE SPACES.
       77    WS-RUN-SERIAL          PIC S9(09)      VALUE ZERO.
       77    WS-SCAN-EVENT          PIC X(08)       VALUE SPACES.
           88  WS-MASTER-REWRITTEN  VALUE "RETRIED" "DONE" "LATE"
                                          "FAILED" "SKIPPED" "REGEN"
                                          "PARTIAL".
       77    WS-BACKOUT-SUB         PIC 9(04)       VALUE ZERO.
       77    WS-RESTORE-IMAGE       PIC X(60)       VALUE SPACES.
       77    WS-EVENT-SEQUENCE      PIC 9(03)       VALUE ZERO.
       77    WS-EVENT-ATTEMPTS      PIC 9(02)       VALUE ZERO.
       77    WS-EVENT-NAME          PIC X(08)       VALUE SPACES.
       77    WS-EVENT-TEXT          PIC X(30)       VALUE SPACES.
       77    WS-EVENT-BEFORE-IMAGE  PIC X(60)       VALUE SPACES.
       77    WS-EVENTS-READ         PIC 9(07)       VALUE ZERO.
       77    WS-RUN-EVENTS          PIC 9(07)       VALUE ZERO.
       77    WS-TICKETS-TOUCHED     PIC 9(05)       VALUE ZERO.
       77    WS-TICKETS-RESTORED    PIC 9(05)       VALUE ZERO.
       77    WS-TICKETS-UNCHANGED   PIC 9(05)       VALUE ZERO.
       77    WS-TICKETS-NOT-REVERSED PIC 9(05)      VALUE ZERO.
       77    WS-TABLE-OVERFLOW      PIC 9(05)       VALUE ZERO.
       77    WS-QUOTA-RETURNED      PIC 9(05)       VALUE ZERO.
       77    WS-AUDIT-READ          PIC 9(07)       VALUE ZERO.
       77    WS-AUDIT-REMOVED       PIC 9(07)       VALUE ZERO.
       77    WS-OPLOG-READ          PIC 9(07)       VALUE ZERO.
       77    WS-OPLOG-REMOVED       PIC 9(07)       VALUE ZERO.

      * What the run did to the ticket whose events are being read:
      * the image before its first event, the image after the last
      * event that rewrote the master, how many times the run took
      * it up, and the first thing anybody else did to the ticket
      * after the run started.
       01  WS-CURRENT-TICKET.
           05  WS-CUR-TICKET-ID       PIC X(08).
           05  WS-CUR-BEFORE-IMAGE    PIC X(60).
           05  WS-CUR-AFTER-IMAGE     PIC X(60).
           05  WS-CUR-WROTE-SWITCH    PIC X(01).
               88  WS-CUR-WROTE                     VALUE "Y".
           05  WS-CUR-LAST-EVENT      PIC X(08).
           05  WS-CUR-TAKE-UPS        PIC 9(03).
           05  WS-CUR-LATER-PROGRAM   PIC X(08).
           05  WS-CUR-LATER-EVENT     PIC X(08).
           05  WS-CUR-LATER-DATE      PIC 9(08).
       77    WS-CUR-SEEN-SWITCH     PIC X           VALUE "N".
           88  WS-CUR-SEEN                          VALUE "Y".

       01  WS-BACKOUT-TABLE.
           05  WS-BACKOUT-COUNT       PIC 9(04)     VALUE ZERO.
           05  WS-BACKOUT-ENTRY OCCURS 2000 TIMES.
               10  WS-BKE-TICKET-ID   PIC X(08).
               10  WS-BKE-BEFORE-IMAGE PIC X(60).
               10  WS-BKE-AFTER-IMAGE PIC X(60).
               10  WS-BKE-WROTE-SWITCH PIC X(01).
                   88  WS-BKE-WROTE                 VALUE "Y".
               10  WS-BKE-LAST-EVENT  PIC X(08).
               10  WS-BKE-TAKE-UPS    PIC 9(03).
               10  WS-BKE-LATER-PROGRAM PIC X(08).
               10  WS-BKE-LATER-EVENT PIC X(08).
               10  WS-BKE-LATER-DATE  PIC 9(08).

       01  WS-OPLOG-DETAIL.
           05  WS-OPD-RUN-NUMBER      PIC 9(05).
           05  WS-OPD-OPERATOR-ID     PIC X(08).
           05  WS-OPD-TICKET-ID       PIC X(08).
           05  WS-OPD-TIME            PIC 9(08).
           05  WS-OPD-COMMAND         PIC X(20).

       01  WS-SERIAL-DATE-WORK.
           05  WS-SDW-DATE            PIC 9(08).
           05  WS-SDW-DATE-R REDEFINES WS-SDW-DATE.
               10  WS-SDW-YYYY        PIC 9(04).
               10  WS-SDW-MM          PIC 9(02).
               10  WS-SDW-DD          PIC 9(02).
           05  WS-SDW-ADJUST          PIC S9(04).
           05  WS-SDW-SERIAL          PIC S9(09).

       01  WS-REPORT-HEADING-1.
           05  FILLER                 PIC X(16)
                 VALUE "RUN BACKOUT  RUN".
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-RH1-RUN-NUMBER      PIC 9(05).
           05  FILLER                 PIC X(04)  VALUE " OF ".
           05  WS-RH1-RUN-DATE        PIC 9(08).
           05  FILLER                 PIC X(11)  VALUE "  OPERATOR ".
           05  WS-RH1-OPERATOR-ID     PIC X(08).
           05  FILLER                 PIC X(07)  VALUE "  MODE ".
           05  WS-RH1-RUN-MODE        PIC X(01).
           05  FILLER                 PIC X(19)  VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER                 PIC X(40)
                 VALUE "TICKET   ACTION       STS DETAIL".
           05  FILLER                 PIC X(40)  VALUE SPACES.

       01  WS-BACKOUT-LINE.
           05  WS-BKL-TICKET-ID       PIC X(08).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-BKL-ACTION          PIC X(12).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-BKL-OLD-STATUS      PIC X(01).
           05  WS-BKL-ARROW           PIC X(01).
           05  WS-BKL-NEW-STATUS      PIC X(01).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-BKL-DETAIL          PIC X(40).
           05  FILLER                 PIC X(14)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TTL-LABEL           PIC X(30).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-TTL-COUNT           PIC 9(07).
           05  FILLER                 PIC X(42)  VALUE SPACES.

       01  WS-NOTE-LINE.
           05  WS-NTL-TEXT            PIC X(80).

           COPY CNTDNTK.
           COPY CNTDNAU.
           COPY CNTDNEV.
           COPY CNTDNDP.

       PROCEDURE DIVISION.

       000-General.

           PERFORM 010-initialize.
           IF NOT WS-ABEND-OCCURRED
              AND NOT WS-RUN-REFUSED
              PERFORM 050-write-headings
              PERFORM 090-position-history
              PERFORM 100-read-one-event
                      UNTIL WS-END-OF-EVENTS
              PERFORM 130-close-ticket
              PERFORM 200-reverse-one-ticket
                      VARYING WS-BACKOUT-SUB FROM 1 BY 1
                      UNTIL WS-BACKOUT-SUB > WS-BACKOUT-COUNT
              PERFORM 300-copy-one-audit-record
                      UNTIL WS-END-OF-AUDIT
              PERFORM 400-copy-one-oplog-record
                      UNTIL WS-END-OF-OPLOG
              PERFORM 500-write-totals
              PERFORM 600-mark-run-backed-out
           END-IF.
           PERFORM 900-terminate.
           STOP RUN.

      * The run-control record decides whether there is anything
      * to back out before any other dataset is opened.
       010-initialize.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-RUN-PARM.
           IF WS-RUN-PARM IS NUMERIC
              MOVE WS-RUN-PARM TO WS-BACKOUT-RUN-NUMBER
           ELSE
              DISPLAY "** RUN NUMBER PARM MISSING OR NOT NUMERIC **"
              SET WS-RUN-REFUSED TO TRUE
           END-IF.
           IF NOT WS-RUN-REFUSED
              PERFORM 020-check-run-control
           END-IF.
           IF NOT WS-RUN-REFUSED
              AND NOT WS-ABEND-OCCURRED
              PERFORM 030-open-files
           END-IF.

       020-check-run-control.
           OPEN INPUT CNTDN-RUN-CONTROL-FILE.
           IF WS-RUN-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNRUN - STATUS "
                      WS-RUN-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              READ CNTDN-RUN-CONTROL-FILE
                  AT END
                      DISPLAY "** NO RUN REGISTERED ON CNTDNRUN **"
                      SET WS-RUN-REFUSED TO TRUE
                  NOT AT END
                      PERFORM 025-judge-run-record
              END-READ
              CLOSE CNTDN-RUN-CONTROL-FILE
           END-IF.

       025-judge-run-record.
           IF CNTDN-RUN-NUMBER NOT = WS-BACKOUT-RUN-NUMBER
              DISPLAY "** RUN " WS-BACKOUT-RUN-NUMBER
                      " IS NOT THE RUN ON CNTDNRUN (" CNTDN-RUN-NUMBER
                      ") - ONLY THE LATEST RUN CAN BE BACKED OUT **"
              SET WS-RUN-REFUSED TO TRUE
           ELSE
              IF CNTDN-RUN-IN-FLIGHT
                 DISPLAY "** RUN " CNTDN-RUN-NUMBER
                         " IS STILL IN FLIGHT - NOT BACKED OUT **"
                 SET WS-RUN-REFUSED TO TRUE
              END-IF
              IF CNTDN-RUN-BACKED-OUT
                 DISPLAY "** RUN " CNTDN-RUN-NUMBER
                         " IS ALREADY BACKED OUT **"
                 SET WS-RUN-REFUSED TO TRUE
              END-IF
           END-IF.
           MOVE CNTDN-RUN-DATE        TO WS-BACKOUT-RUN-DATE.
           MOVE CNTDN-RUN-OPERATOR-ID TO WS-BACKOUT-OPERATOR-ID.
           MOVE CNTDN-RUN-MODE        TO WS-BACKOUT-RUN-MODE.
           MOVE WS-BACKOUT-RUN-DATE TO WS-SDW-DATE.
           PERFORM 070-date-to-serial.
           MOVE WS-SDW-SERIAL TO WS-RUN-SERIAL.

       030-open-files.
           OPEN I-O CNTDN-EVENT-FILE.
           IF WS-EVENT-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNEVT - STATUS "
                      WS-EVENT-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-EVENT-FILE-OPEN TO TRUE
           END-IF.
           OPEN I-O CNTDN-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNMST - STATUS "
                      WS-MASTER-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-MASTER-FILE-OPEN TO TRUE
           END-IF.
           OPEN I-O CNTDN-DEPT-FILE.
           IF WS-DEPT-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNDPT - STATUS "
                      WS-DEPT-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-DEPT-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT CNTDN-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNAUD - STATUS "
                      WS-AUDIT-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-AUDIT-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT CNTDN-NEW-AUDIT-FILE.
           IF WS-NEW-AUDIT-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNAUN - STATUS "
                      WS-NEW-AUDIT-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-NEW-AUDIT-OPEN TO TRUE
           END-IF.
           OPEN INPUT CNTDN-OPLOG-FILE.
           IF WS-OPLOG-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNOPL - STATUS "
                      WS-OPLOG-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-OPLOG-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT CNTDN-NEW-OPLOG-FILE.
           IF WS-NEW-OPLOG-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNOPN - STATUS "
                      WS-NEW-OPLOG-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-NEW-OPLOG-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT CNTDN-BACKOUT-RPT-FILE.
           IF WS-BACKOUT-RPT-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNBKR - STATUS "
                      WS-BACKOUT-RPT-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-BACKOUT-RPT-OPEN TO TRUE
           END-IF.

       050-write-headings.
           MOVE WS-BACKOUT-RUN-NUMBER  TO WS-RH1-RUN-NUMBER.
           MOVE WS-BACKOUT-RUN-DATE    TO WS-RH1-RUN-DATE.
           MOVE WS-BACKOUT-OPERATOR-ID TO WS-RH1-OPERATOR-ID.
           MOVE WS-BACKOUT-RUN-MODE    TO WS-RH1-RUN-MODE.
           WRITE CNTDN-BACKOUT-RPT-LINE FROM WS-REPORT-HEADING-1.
           WRITE CNTDN-BACKOUT-RPT-LINE FROM WS-REPORT-HEADING-2.
           MOVE SPACES TO WS-CURRENT-TICKET.
           MOVE ZERO TO WS-CUR-TAKE-UPS.
           MOVE ZERO TO WS-CUR-LATER-DATE.

       070-date-to-serial.
           COMPUTE WS-SDW-ADJUST = (WS-SDW-MM - 14) / 12.
           COMPUTE WS-SDW-SERIAL =
               (1461 * (WS-SDW-YYYY + 4800 + WS-SDW-ADJUST)) / 4
               + (367 * (WS-SDW-MM - 2 - 12 * WS-SDW-ADJUST)) / 12
               - (3 * ((WS-SDW-YYYY + 4900 + WS-SDW-ADJUST) / 100))
                   / 4
               + WS-SDW-DD - 32075.

      * The history is primed with a dummy record keyed on low
      * values, so the browse starts past it.
       090-position-history.
           MOVE LOW-VALUES TO CNTDN-EVF-KEY.
           START CNTDN-EVENT-FILE KEY IS GREATER THAN CNTDN-EVF-KEY
               INVALID KEY
                   SET WS-END-OF-EVENTS TO TRUE
           END-START.

      * The history is read end to end in key order - ticket, then
      * date and time - so each ticket's events arrive together
      * and in the order they happened.  A record without a proper
      * date cannot be a run's event and is passed over.
       100-read-one-event.
           READ CNTDN-EVENT-FILE NEXT RECORD INTO CNTDN-EVENT-DETAIL
               AT END
                   SET WS-END-OF-EVENTS TO TRUE
               NOT AT END
                   ADD 1 TO WS-EVENTS-READ
                   IF CNTDN-EVT-TICKET-ID NOT = LOW-VALUES
                      AND CNTDN-EVT-DATE IS NUMERIC
                      IF CNTDN-EVT-TICKET-ID NOT = WS-CUR-TICKET-ID
                         PERFORM 130-close-ticket
                         MOVE SPACES TO WS-CURRENT-TICKET
                         MOVE ZERO TO WS-CUR-TAKE-UPS
                         MOVE ZERO TO WS-CUR-LATER-DATE
                         MOVE "N" TO WS-CUR-SEEN-SWITCH
                         MOVE CNTDN-EVT-TICKET-ID TO WS-CUR-TICKET-ID
                      END-IF
                      PERFORM 110-judge-event
                   END-IF
           END-READ.

      * A countdown event under the run's number and operator,
      * dated the run date or the morning after, is the run's own;
      * anything else after the run's first event is somebody
      * else's change.
       110-judge-event.
           MOVE CNTDN-EVT-DATE TO WS-SDW-DATE.
           PERFORM 070-date-to-serial.
           IF CNTDN-EVT-PROGRAM = "COUNTDN"
              AND CNTDN-EVT-RUN-NUMBER = WS-BACKOUT-RUN-NUMBER
              AND CNTDN-EVT-OPERATOR-ID = WS-BACKOUT-OPERATOR-ID
              AND WS-SDW-SERIAL NOT < WS-RUN-SERIAL
              AND WS-SDW-SERIAL NOT > WS-RUN-SERIAL + 1
              ADD 1 TO WS-RUN-EVENTS
              IF NOT WS-CUR-SEEN
                 SET WS-CUR-SEEN TO TRUE
                 MOVE CNTDN-EVT-BEFORE-IMAGE TO WS-CUR-BEFORE-IMAGE
              END-IF
              MOVE CNTDN-EVT-EVENT TO WS-CUR-LAST-EVENT
              IF CNTDN-EVT-EVENT = "TAKENUP"
                 ADD 1 TO WS-CUR-TAKE-UPS
              END-IF
              MOVE CNTDN-EVT-EVENT TO WS-SCAN-EVENT
              IF WS-MASTER-REWRITTEN
                 SET WS-CUR-WROTE TO TRUE
                 MOVE CNTDN-EVT-AFTER-IMAGE TO WS-CUR-AFTER-IMAGE
              END-IF
           ELSE
              IF WS-CUR-SEEN
                 AND WS-CUR-LATER-PROGRAM = SPACES
                 MOVE CNTDN-EVT-PROGRAM TO WS-CUR-LATER-PROGRAM
                 MOVE CNTDN-EVT-EVENT   TO WS-CUR-LATER-EVENT
                 MOVE CNTDN-EVT-DATE    TO WS-CUR-LATER-DATE
              END-IF
           END-IF.

       130-close-ticket.
           IF WS-CUR-SEEN
              ADD 1 TO WS-TICKETS-TOUCHED
              IF WS-BACKOUT-COUNT < 2000
                 ADD 1 TO WS-BACKOUT-COUNT
                 MOVE WS-CURRENT-TICKET
                         TO WS-BACKOUT-ENTRY (WS-BACKOUT-COUNT)
              ELSE
                 ADD 1 TO WS-TABLE-OVERFLOW
                 ADD 1 TO WS-TICKETS-NOT-REVERSED
                 MOVE SPACES TO WS-BACKOUT-LINE
                 MOVE WS-CUR-TICKET-ID TO WS-BKL-TICKET-ID
                 MOVE "NOT REVERSED" TO WS-BKL-ACTION
                 MOVE "OVER 2000 TICKETS - RESTORE BY HAND"
                         TO WS-BKL-DETAIL
                 WRITE CNTDN-BACKOUT-RPT-LINE FROM WS-BACKOUT-LINE
              END-IF
           END-IF.

       200-reverse-one-ticket.
           MOVE SPACES TO WS-BACKOUT-LINE.
           MOVE WS-BKE-TICKET-ID (WS-BACKOUT-SUB) TO WS-BKL-TICKET-ID.
           IF WS-BKE-LATER-PROGRAM (WS-BACKOUT-SUB) NOT = SPACES
              MOVE "NOT REVERSED" TO WS-BKL-ACTION
              STRING "LATER " DELIMITED BY SIZE
                     WS-BKE-LATER-EVENT (WS-BACKOUT-SUB)
                             DELIMITED BY SPACE
                     " BY " WS-BKE-LATER-PROGRAM (WS-BACKOUT-SUB)
                     " ON " WS-BKE-LATER-DATE (WS-BACKOUT-SUB)
                             DELIMITED BY SIZE INTO WS-BKL-DETAIL
              ADD 1 TO WS-TICKETS-NOT-REVERSED
           ELSE
              IF NOT WS-BKE-WROTE (WS-BACKOUT-SUB)
                 MOVE "UNCHANGED" TO WS-BKL-ACTION
                 STRING "ONLY " DELIMITED BY SIZE
                        WS-BKE-LAST-EVENT (WS-BACKOUT-SUB)
                                DELIMITED BY SPACE
                        " - MASTER NOT REWRITTEN"
                                DELIMITED BY SIZE INTO WS-BKL-DETAIL
                 ADD 1 TO WS-TICKETS-UNCHANGED
              ELSE
                 PERFORM 210-restore-master-ticket
              END-IF
           END-IF.
           WRITE CNTDN-BACKOUT-RPT-LINE FROM WS-BACKOUT-LINE.

      * The master has to hold exactly what the run left, or
      * something has touched the ticket since without leaving an
      * event, and putting the old image back would lose it.  A
      * ticket caught IN-PROGRESS before the run goes back WAITING,
      * the way a restart would treat it.
       210-restore-master-ticket.
           MOVE WS-BKE-TICKET-ID (WS-BACKOUT-SUB)
                   TO CNTDN-MST-TICKET-ID.
           READ CNTDN-MASTER-FILE INTO CNTDN-TICKET-RECORD
               INVALID KEY
                   MOVE "NOT REVERSED" TO WS-BKL-ACTION
                   MOVE "NO LONGER ON THE MASTER" TO WS-BKL-DETAIL
                   ADD 1 TO WS-TICKETS-NOT-REVERSED
               NOT INVALID KEY
                   IF CNTDN-TICKET-RECORD NOT =
                           WS-BKE-AFTER-IMAGE (WS-BACKOUT-SUB)
                      MOVE "NOT REVERSED" TO WS-BKL-ACTION
                      MOVE "MASTER CHANGED SINCE THE RUN"
                              TO WS-BKL-DETAIL
                      ADD 1 TO WS-TICKETS-NOT-REVERSED
                   ELSE
                      PERFORM 220-rewrite-master-ticket
                   END-IF
           END-READ.

       220-rewrite-master-ticket.
           MOVE CNTDN-TICKET-RECORD TO WS-EVENT-BEFORE-IMAGE.
           MOVE WS-BKE-BEFORE-IMAGE (WS-BACKOUT-SUB)
                   TO WS-RESTORE-IMAGE.
           IF WS-RESTORE-IMAGE (18:1) = "I"
              MOVE "W" TO WS-RESTORE-IMAGE (18:1)
           END-IF.
           MOVE WS-RESTORE-IMAGE TO CNTDN-MASTER-RECORD.
           REWRITE CNTDN-MASTER-RECORD
               INVALID KEY
                   MOVE "NOT REVERSED" TO WS-BKL-ACTION
                   STRING "REWRITE FAILED - STATUS "
                          WS-MASTER-FILE-STATUS
                          DELIMITED BY SIZE INTO WS-BKL-DETAIL
                   ADD 1 TO WS-TICKETS-NOT-REVERSED
               NOT INVALID KEY
                   MOVE "RESTORED" TO WS-BKL-ACTION
                   MOVE WS-EVENT-BEFORE-IMAGE (18:1)
                           TO WS-BKL-OLD-STATUS
                   MOVE ">" TO WS-BKL-ARROW
                   MOVE WS-RESTORE-IMAGE (18:1) TO WS-BKL-NEW-STATUS
                   STRING "UNDID " WS-BKE-LAST-EVENT (WS-BACKOUT-SUB)
                          DELIMITED BY SIZE INTO WS-BKL-DETAIL
                   ADD 1 TO WS-TICKETS-RESTORED
                   MOVE WS-RESTORE-IMAGE TO CNTDN-TICKET-RECORD
                   MOVE "BACKOUT" TO WS-EVENT-NAME
                   MOVE SPACES TO WS-EVENT-TEXT
                   STRING "RUN " WS-BACKOUT-RUN-NUMBER " "
                          WS-BACKOUT-OPERATOR-ID " BACKED OUT"
                          DELIMITED BY SIZE INTO WS-EVENT-TEXT
                   PERFORM 700-write-event
                   IF WS-BKE-TAKE-UPS (WS-BACKOUT-SUB) > ZERO
                      PERFORM 230-give-back-quota
                   END-IF
           END-REWRITE.

      * The countdown counted each take-up against the department's
      * quota for the run date.  Once the ticket is back as it was,
      * those take-ups are given back - unless the count has since
      * moved on to a later processing day, when there is nothing
      * left to give back.
       230-give-back-quota.
           IF WS-DEPT-FILE-OPEN
              MOVE CNTDN-TKT-DEPARTMENT TO CNTDN-DPF-CODE
              READ CNTDN-DEPT-FILE INTO CNTDN-DEPARTMENT-DETAIL
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      PERFORM 235-rewrite-quota-count
              END-READ
           END-IF.

       235-rewrite-quota-count.
           IF CNTDN-DPT-QUOTA-DATE IS NUMERIC
              AND CNTDN-DPT-QUOTA-USED IS NUMERIC
              AND CNTDN-DPT-QUOTA-DATE = WS-BACKOUT-RUN-DATE
              AND CNTDN-DPT-QUOTA-USED > ZERO
              IF CNTDN-DPT-QUOTA-USED > WS-BKE-TAKE-UPS (WS-BACKOUT-SUB)
                 SUBTRACT WS-BKE-TAKE-UPS (WS-BACKOUT-SUB)
                         FROM CNTDN-DPT-QUOTA-USED
              ELSE
                 MOVE ZERO TO CNTDN-DPT-QUOTA-USED
              END-IF
              REWRITE CNTDN-DEPT-RECORD FROM CNTDN-DEPARTMENT-DETAIL
                  INVALID KEY
                      DISPLAY "** DEPARTMENT " CNTDN-DPT-CODE
                              " QUOTA COUNT NOT REWRITTEN"
                              " - STATUS " WS-DEPT-FILE-STATUS " **"
                  NOT INVALID KEY
                      ADD WS-BKE-TAKE-UPS (WS-BACKOUT-SUB)
                              TO WS-QUOTA-RETURNED
              END-REWRITE
           END-IF.

      * Audit and operator log records are the run's when they
      * carry its run number and operator (and, on the audit trail,
      * its run date); everything else is copied as it stands.
       300-copy-one-audit-record.
           READ CNTDN-AUDIT-FILE INTO CNTDN-AUDIT-DETAIL
               AT END
                   SET WS-END-OF-AUDIT TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ
                   IF CNTDN-AUD-RUN-NUMBER = WS-BACKOUT-RUN-NUMBER
                      AND CNTDN-AUD-OPERATOR-ID =
                              WS-BACKOUT-OPERATOR-ID
                      AND CNTDN-AUD-RUN-DATE = WS-BACKOUT-RUN-DATE
                      ADD 1 TO WS-AUDIT-REMOVED
                   ELSE
                      WRITE CNTDN-NEW-AUDIT-RECORD
                              FROM CNTDN-AUDIT-DETAIL
                   END-IF
           END-READ.

       400-copy-one-oplog-record.
           READ CNTDN-OPLOG-FILE INTO WS-OPLOG-DETAIL
               AT END
                   SET WS-END-OF-OPLOG TO TRUE
               NOT AT END
                   ADD 1 TO WS-OPLOG-READ
                   IF WS-OPD-RUN-NUMBER = WS-BACKOUT-RUN-NUMBER
                      AND WS-OPD-OPERATOR-ID = WS-BACKOUT-OPERATOR-ID
                      ADD 1 TO WS-OPLOG-REMOVED
                   ELSE
                      WRITE CNTDN-NEW-OPLOG-RECORD FROM WS-OPLOG-DETAIL
                   END-IF
           END-READ.

       500-write-totals.
           IF WS-TICKETS-TOUCHED = ZERO
              MOVE "NO TICKET EVENTS ON FILE FOR THIS RUN - NO TICKET"
                   & " TO RESTORE" TO WS-NTL-TEXT
              WRITE CNTDN-BACKOUT-RPT-LINE FROM WS-NOTE-LINE
           END-IF.
           MOVE SPACES TO WS-NOTE-LINE.
           WRITE CNTDN-BACKOUT-RPT-LINE FROM WS-NOTE-LINE.
           MOVE "TICKETS TOUCHED BY THE RUN" TO WS-TTL-LABEL.
           MOVE WS-TICKETS-TOUCHED TO WS-TTL-COUNT.
           WRITE CNTDN-BACKOUT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "TICKETS RESTORED" TO WS-TTL-LABEL.
           MOVE WS-TICKETS-RESTORED TO WS-TTL-COUNT.
           WRITE CNTDN-BACKOUT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "TICKETS NOT REWRITTEN BY RUN" TO WS-TTL-LABEL.
           MOVE WS-TICKETS-UNCHANGED TO WS-TTL-COUNT.
           WRITE CNTDN-BACKOUT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "TICKETS NOT REVERSED" TO WS-TTL-LABEL.
           MOVE WS-TICKETS-NOT-REVERSED TO WS-TTL-COUNT.
           WRITE CNTDN-BACKOUT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "AUDIT RECORDS REMOVED" TO WS-TTL-LABEL.
           MOVE WS-AUDIT-REMOVED TO WS-TTL-COUNT.
           WRITE CNTDN-BACKOUT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "OPERATOR LOG RECORDS REMOVED" TO WS-TTL-LABEL.
           MOVE WS-OPLOG-REMOVED TO WS-TTL-COUNT.
           WRITE CNTDN-BACKOUT-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "QUOTA TAKE-UPS GIVEN BACK" TO WS-TTL-LABEL.
           MOVE WS-QUOTA-RETURNED TO WS-TTL-COUNT.
           WRITE CNTDN-BACKOUT-RPT-LINE FROM WS-TOTAL-LINE.
           IF WS-TICKETS-NOT-REVERSED > ZERO
              MOVE "TICKETS MARKED NOT REVERSED STILL CARRY THE RUN'S"
                   & " WORK - CORRECT THEM BY HAND" TO WS-NTL-TEXT
              WRITE CNTDN-BACKOUT-RPT-LINE FROM WS-NOTE-LINE
           END-IF.

      * Written last, so a backout that dies part way leaves the
      * run as it was and can simply be run again: tickets already
      * restored then show as changed since the run.
       600-mark-run-backed-out.
           OPEN OUTPUT CNTDN-RUN-CONTROL-FILE.
           IF WS-RUN-FILE-STATUS = "00"
              MOVE WS-BACKOUT-RUN-NUMBER  TO CNTDN-RUN-NUMBER
              MOVE WS-BACKOUT-RUN-DATE    TO CNTDN-RUN-DATE
              MOVE WS-BACKOUT-OPERATOR-ID TO CNTDN-RUN-OPERATOR-ID
              MOVE WS-BACKOUT-RUN-MODE    TO CNTDN-RUN-MODE
              SET CNTDN-RUN-BACKED-OUT TO TRUE
              WRITE CNTDN-RUN-CONTROL-RECORD
              CLOSE CNTDN-RUN-CONTROL-FILE
           ELSE
              DISPLAY "** UNABLE TO MARK RUN BACKED OUT - STATUS "
                      WS-RUN-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           END-IF.

       700-write-event.
           IF WS-EVENT-FILE-OPEN
              MOVE SPACES TO CNTDN-EVENT-DETAIL
              MOVE CNTDN-TKT-ID          TO CNTDN-EVT-TICKET-ID
              ACCEPT CNTDN-EVT-DATE FROM DATE YYYYMMDD
              ACCEPT CNTDN-EVT-TIME FROM TIME
              MOVE WS-BACKOUT-RUN-NUMBER TO CNTDN-EVT-RUN-NUMBER
              MOVE WS-BACKOUT-OPERATOR-ID TO CNTDN-EVT-OPERATOR-ID
              MOVE WS-EVENT-NAME         TO CNTDN-EVT-EVENT
              MOVE WS-EVENT-BEFORE-IMAGE (18:1)
                      TO CNTDN-EVT-OLD-STATUS
              MOVE CNTDN-TKT-STATUS      TO CNTDN-EVT-NEW-STATUS
              MOVE "CNTDNBKO"            TO CNTDN-EVT-PROGRAM
              MOVE WS-EVENT-TEXT         TO CNTDN-EVT-DETAIL
              MOVE WS-EVENT-BEFORE-IMAGE TO CNTDN-EVT-BEFORE-IMAGE
              MOVE CNTDN-TICKET-RECORD   TO CNTDN-EVT-AFTER-IMAGE
              MOVE "N" TO WS-EVENT-WRITTEN-SWITCH
              MOVE ZERO TO WS-EVENT-ATTEMPTS
              PERFORM 710-write-one-event
                      UNTIL WS-EVENT-WRITTEN
                      OR WS-EVENT-ATTEMPTS > 5
           END-IF.

       710-write-one-event.
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

       900-terminate.
           IF WS-EVENT-FILE-OPEN
              CLOSE CNTDN-EVENT-FILE
           END-IF.
           IF WS-MASTER-FILE-OPEN
              CLOSE CNTDN-MASTER-FILE
           END-IF.
           IF WS-DEPT-FILE-OPEN
              CLOSE CNTDN-DEPT-FILE
           END-IF.
           IF WS-AUDIT-FILE-OPEN
              CLOSE CNTDN-AUDIT-FILE
           END-IF.
           IF WS-NEW-AUDIT-OPEN
              CLOSE CNTDN-NEW-AUDIT-FILE
           END-IF.
           IF WS-OPLOG-FILE-OPEN
              CLOSE CNTDN-OPLOG-FILE
           END-IF.
           IF WS-NEW-OPLOG-OPEN
              CLOSE CNTDN-NEW-OPLOG-FILE
           END-IF.
           IF WS-BACKOUT-RPT-OPEN
              CLOSE CNTDN-BACKOUT-RPT-FILE
           END-IF.
           DISPLAY "RUN BACKED OUT         " WS-BACKOUT-RUN-NUMBER.
           DISPLAY "EVENTS READ            " WS-EVENTS-READ.
           DISPLAY "EVENTS OF THE RUN      " WS-RUN-EVENTS.
           DISPLAY "TICKETS RESTORED       " WS-TICKETS-RESTORED.
           DISPLAY "TICKETS NOT REWRITTEN  " WS-TICKETS-UNCHANGED.
           DISPLAY "TICKETS NOT REVERSED   " WS-TICKETS-NOT-REVERSED.
           DISPLAY "AUDIT RECORDS REMOVED  " WS-AUDIT-REMOVED.
           DISPLAY "OPLOG RECORDS REMOVED  " WS-OPLOG-REMOVED.
           DISPLAY "QUOTA GIVEN BACK       " WS-QUOTA-RETURNED.
           IF WS-ABEND-OCCURRED
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-RUN-REFUSED
                 MOVE 12 TO RETURN-CODE
              ELSE
                 IF WS-TICKETS-NOT-REVERSED > ZERO
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
