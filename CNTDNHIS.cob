       IDENTIFICATION DIVISION.

       PROGRAM-ID. cntdnhis.

      * Ticket history inquiry.  Reads the ticket event history
      * (CNTDNEVT - see copybook CNTDNEV) for one ticket and prints
      * its timeline on CNTDNHSO in the order the events happened:
      * when it was added, held, released, changed, taken up,
      * deferred, slid, finished, retried, regenerated, rejected,
      * repaired or deleted, the run that did it, the status before
      * and after, the program and operator, and the particulars
      * (reason code, field changed, next cycle date and so on).
      * The PARM is 'TICKET FROM TO' - the ticket id, then an
      * optional from date and to date (YYYYMMDD) to limit the
      * listing to part of the ticket's life; omitted, the whole
      * history is listed.  Read only - it can run at any time,
      * even while a countdown run is in flight.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTDN-EVENT-FILE ASSIGN TO "CNTDNEVT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNTDN-EVF-KEY
               FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT CNTDN-HISTORY-RPT-FILE ASSIGN TO "CNTDNHSO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CNTDN-EVENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-EVENT-RECORD.
           05  CNTDN-EVF-KEY          PIC X(27).
           05  FILLER                 PIC X(183).

       FD  CNTDN-HISTORY-RPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CNTDN-HISTORY-RPT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       77    WS-EVENT-FILE-STATUS   PIC XX          VALUE SPACES.
       77    WS-HISTORY-RPT-STATUS  PIC XX          VALUE SPACES.
       77    WS-EVENT-FILE-OPEN-SWITCH PIC X        VALUE "N".
           88  WS-EVENT-FILE-OPEN                   VALUE "Y".
       77    WS-HISTORY-RPT-OPEN-SWITCH PIC X       VALUE "N".
           88  WS-HISTORY-RPT-OPEN                  VALUE "Y".
       77    WS-ABEND-SWITCH        PIC X           VALUE "N".
           88  WS-ABEND-OCCURRED                    VALUE "Y".
       77    WS-PARM-ERROR-SWITCH   PIC X           VALUE "N".
           88  WS-PARM-ERROR                        VALUE "Y".
       77    WS-END-OF-EVENTS-SWITCH PIC X          VALUE "N".
           88  WS-END-OF-EVENTS                     VALUE "Y".
       77    WS-CMD-LINE            PIC X(30)       VALUE SPACES.
       77    WS-SELECT-TICKET-ID    PIC X(08)       VALUE SPACES.
       77    WS-FROM-PARM           PIC X(08)       VALUE SPACES.
       77    WS-TO-PARM             PIC X(08)       VALUE SPACES.
       77    WS-FROM-DATE           PIC 9(08)       VALUE ZERO.
       77    WS-TO-DATE             PIC 9(08)       VALUE 99999999.
       77    WS-EVENTS-LISTED       PIC 9(05)       VALUE ZERO.

       01  WS-START-KEY.
           05  WS-SKY-TICKET-ID       PIC X(08).
           05  WS-SKY-DATE            PIC 9(08).
           05  WS-SKY-TIME            PIC 9(08).
           05  WS-SKY-SEQUENCE        PIC 9(03).

       01  WS-EVENT-TIME-WORK.
           05  WS-ETW-TIME            PIC 9(08).
           05  WS-ETW-TIME-R REDEFINES WS-ETW-TIME.
               10  WS-ETW-HH          PIC 99.
               10  WS-ETW-MM          PIC 99.
               10  WS-ETW-SS          PIC 99.
               10  WS-ETW-HS          PIC 99.

       01  WS-REPORT-HEADING-1.
           05  FILLER                 PIC X(30)
                 VALUE "TICKET EVENT HISTORY   TICKET:".
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-RH1-TICKET-ID       PIC X(08).
           05  FILLER                 PIC X(07)  VALUE "  FROM ".
           05  WS-RH1-FROM-DATE       PIC 9(08).
           05  FILLER                 PIC X(04)  VALUE " TO ".
           05  WS-RH1-TO-DATE         PIC 9(08).
           05  FILLER                 PIC X(14)  VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER                 PIC X(40)
                 VALUE "DATE     TIME     RUN   EVENT    STS PRO".
           05  FILLER                 PIC X(40)
                 VALUE "GRAM  OPERATOR DETAIL".

       01  WS-EVENT-LINE.
           05  WS-EVL-DATE            PIC 9(08).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-EVL-HH              PIC 99.
           05  FILLER                 PIC X(01)  VALUE ":".
           05  WS-EVL-MM              PIC 99.
           05  FILLER                 PIC X(01)  VALUE ":".
           05  WS-EVL-SS              PIC 99.
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-EVL-RUN-NUMBER      PIC 9(05).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-EVL-EVENT           PIC X(08).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-EVL-OLD-STATUS      PIC X(01).
           05  FILLER                 PIC X(01)  VALUE ">".
           05  WS-EVL-NEW-STATUS      PIC X(01).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-EVL-PROGRAM         PIC X(08).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-EVL-OPERATOR-ID     PIC X(08).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-EVL-DETAIL          PIC X(25).

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(14)
                 VALUE "EVENTS LISTED ".
           05  WS-TTL-EVENTS          PIC 9(05).
           05  FILLER                 PIC X(61)  VALUE SPACES.

       01  WS-NO-EVENTS-LINE.
           05  FILLER                 PIC X(40)
                 VALUE "NO EVENTS ON FILE FOR THIS TICKET IN THE".
           05  FILLER                 PIC X(40)
                 VALUE " DATES SELECTED".

           COPY CNTDNEV.

       PROCEDURE DIVISION.

       000-General.

           PERFORM 010-initialize.
           IF NOT WS-ABEND-OCCURRED
              AND NOT WS-PARM-ERROR
              PERFORM 100-position-history
              PERFORM 110-list-one-event
                      UNTIL WS-END-OF-EVENTS
              PERFORM 500-write-totals
           END-IF.
           PERFORM 900-terminate.
           STOP RUN.

       010-initialize.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-SELECT-TICKET-ID WS-FROM-PARM WS-TO-PARM.
           IF WS-SELECT-TICKET-ID = SPACES
              DISPLAY "** TICKET ID PARM REQUIRED **"
              SET WS-PARM-ERROR TO TRUE
           END-IF.
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
           OPEN INPUT CNTDN-EVENT-FILE.
           IF WS-EVENT-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNEVT - STATUS "
                      WS-EVENT-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-EVENT-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT CNTDN-HISTORY-RPT-FILE.
           IF WS-HISTORY-RPT-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNHSO - STATUS "
                      WS-HISTORY-RPT-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-HISTORY-RPT-OPEN TO TRUE
           END-IF.

      * The key leads with the ticket id and the event date, so a
      * START at the ticket and the from date lands on its first
      * event in range; READ NEXT then walks the timeline in order.
       100-position-history.
           MOVE WS-SELECT-TICKET-ID TO WS-RH1-TICKET-ID.
           MOVE WS-FROM-DATE        TO WS-RH1-FROM-DATE.
           MOVE WS-TO-DATE          TO WS-RH1-TO-DATE.
           WRITE CNTDN-HISTORY-RPT-LINE FROM WS-REPORT-HEADING-1.
           WRITE CNTDN-HISTORY-RPT-LINE FROM WS-REPORT-HEADING-2.
           MOVE WS-SELECT-TICKET-ID TO WS-SKY-TICKET-ID.
           MOVE WS-FROM-DATE        TO WS-SKY-DATE.
           MOVE ZERO                TO WS-SKY-TIME.
           MOVE ZERO                TO WS-SKY-SEQUENCE.
           MOVE WS-START-KEY        TO CNTDN-EVF-KEY.
           START CNTDN-EVENT-FILE KEY IS NOT LESS THAN CNTDN-EVF-KEY
               INVALID KEY
                   SET WS-END-OF-EVENTS TO TRUE
           END-START.

       110-list-one-event.
           READ CNTDN-EVENT-FILE NEXT RECORD INTO CNTDN-EVENT-DETAIL
               AT END
                   SET WS-END-OF-EVENTS TO TRUE
               NOT AT END
                   IF CNTDN-EVT-TICKET-ID NOT = WS-SELECT-TICKET-ID
                      OR CNTDN-EVT-DATE > WS-TO-DATE
                      SET WS-END-OF-EVENTS TO TRUE
                   ELSE
                      PERFORM 120-write-event-line
                   END-IF
           END-READ.

       120-write-event-line.
           ADD 1 TO WS-EVENTS-LISTED.
           MOVE CNTDN-EVT-DATE        TO WS-EVL-DATE.
           MOVE CNTDN-EVT-TIME        TO WS-ETW-TIME.
           MOVE WS-ETW-HH             TO WS-EVL-HH.
           MOVE WS-ETW-MM             TO WS-EVL-MM.
           MOVE WS-ETW-SS             TO WS-EVL-SS.
           MOVE CNTDN-EVT-RUN-NUMBER  TO WS-EVL-RUN-NUMBER.
           MOVE CNTDN-EVT-EVENT       TO WS-EVL-EVENT.
           MOVE CNTDN-EVT-OLD-STATUS  TO WS-EVL-OLD-STATUS.
           MOVE CNTDN-EVT-NEW-STATUS  TO WS-EVL-NEW-STATUS.
           MOVE CNTDN-EVT-PROGRAM     TO WS-EVL-PROGRAM.
           MOVE CNTDN-EVT-OPERATOR-ID TO WS-EVL-OPERATOR-ID.
           MOVE CNTDN-EVT-DETAIL      TO WS-EVL-DETAIL.
           WRITE CNTDN-HISTORY-RPT-LINE FROM WS-EVENT-LINE.

       500-write-totals.
           IF WS-EVENTS-LISTED = ZERO
              WRITE CNTDN-HISTORY-RPT-LINE FROM WS-NO-EVENTS-LINE
           END-IF.
           MOVE WS-EVENTS-LISTED TO WS-TTL-EVENTS.
           WRITE CNTDN-HISTORY-RPT-LINE FROM WS-TOTAL-LINE.

       900-terminate.
           IF WS-EVENT-FILE-OPEN
              CLOSE CNTDN-EVENT-FILE
           END-IF.
           IF WS-HISTORY-RPT-OPEN
              CLOSE CNTDN-HISTORY-RPT-FILE
           END-IF.
           DISPLAY "TICKET            " WS-SELECT-TICKET-ID.
           DISPLAY "EVENTS LISTED     " WS-EVENTS-LISTED.
           IF WS-ABEND-OCCURRED
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-PARM-ERROR
                 MOVE 12 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
