       IDENTIFICATION DIVISION.

       PROGRAM-ID. cntdnntc.

      * Morning-after department notices.  Runs once the night has
      * reconciled and gathers, department by department, what each
      * one needs to know about its tickets:
      *
      *   COMPLETED    DONE details from the extract (CNTDNEXT);
      *   LATE         LATE details from the extract;
      *   DEFERRED     extract details that were not finished and
      *                go round again - DEFERRED, CARRYFWD,
      *                PREDWAIT, QUOTA, PARTIAL and SKIPPED - with
      *                the reason in words;
      *   REJECTED     the edit-check rejects (CNTDNREJ), with the
      *                reason code in words;
      *   FAILED       the tickets left FAILED on the ticket work
      *                dataset (CNTDNTKO), with the attempt count.
      *                A ticket cancelled tonight shows FAILED
      *                TONIGHT; one that failed on an earlier night
      *                and is held at the retry limit shows AWAITING
      *                DECISION, as on the report's exceptions list.
      *                A ticket failed on an earlier night that was
      *                sent back WAITING for its retry is listed by
      *                whatever became of it tonight.
      *
      * One notice is printed on CNTDNNTO per department with
      * anything to report, headed with the department's name, cost
      * center and contact from the department master (CNTDNDPT);
      * a department with nothing to report gets no notice.  The
      * same content goes to CNTDNNIF in the fixed-format interface
      * layout of copybook CNTDNNT for the mail/distribution system.
      *
      * The extract and reject DDs may be concatenations (one
      * generation per parallel stream); the run date and number on
      * the notices come from the first extract header.  A reject
      * with no department cannot be routed and is listed on SYSOUT
      * only.  Return code 16 when a file cannot be opened, 8 when
      * a table filled and some tickets were left off the notices.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTDN-EXTRACT-FILE ASSIGN TO "CNTDNEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT CNTDN-REJECT-FILE ASSIGN TO "CNTDNREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT CNTDN-TICKET-OUT-FILE ASSIGN TO "CNTDNTKO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TICKET-OUT-STATUS.
           SELECT CNTDN-DEPT-FILE ASSIGN TO "CNTDNDPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNTDN-DPF-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT CNTDN-NOTICE-RPT-FILE ASSIGN TO "CNTDNNTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-RPT-STATUS.
           SELECT CNTDN-NOTICE-IF-FILE ASSIGN TO "CNTDNNIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-IF-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CNTDN-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CNTDN-EXTRACT-RECORD       PIC X(80).

       FD  CNTDN-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-REJECT-RECORD        PIC X(64).

       FD  CNTDN-TICKET-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-TICKET-OUT-RECORD    PIC X(60).

       FD  CNTDN-DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-DEPT-RECORD.
           05  CNTDN-DPF-CODE         PIC X(08).
           05  FILLER                 PIC X(92).

       FD  CNTDN-NOTICE-RPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CNTDN-NOTICE-RPT-LINE      PIC X(80).

       FD  CNTDN-NOTICE-IF-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CNTDN-NOTICE-IF-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       77    WS-EXTRACT-FILE-STATUS PIC XX          VALUE SPACES.
       77    WS-REJECT-FILE-STATUS  PIC XX          VALUE SPACES.
       77    WS-TICKET-OUT-STATUS   PIC XX          VALUE SPACES.
       77    WS-DEPT-FILE-STATUS    PIC XX          VALUE SPACES.
       77    WS-NOTICE-RPT-STATUS   PIC XX          VALUE SPACES.
       77    WS-NOTICE-IF-STATUS    PIC XX          VALUE SPACES.
       77    WS-EXTRACT-FILE-OPEN-SWITCH PIC X      VALUE "N".
           88  WS-EXTRACT-FILE-OPEN                 VALUE "Y".
       77    WS-REJECT-FILE-OPEN-SWITCH PIC X       VALUE "N".
           88  WS-REJECT-FILE-OPEN                  VALUE "Y".
       77    WS-TICKET-OUT-OPEN-SWITCH PIC X        VALUE "N".
           88  WS-TICKET-OUT-OPEN                   VALUE "Y".
       77    WS-DEPT-FILE-OPEN-SWITCH PIC X         VALUE "N".
           88  WS-DEPT-FILE-OPEN                    VALUE "Y".
       77    WS-NOTICE-RPT-OPEN-SWITCH PIC X        VALUE "N".
           88  WS-NOTICE-RPT-OPEN                   VALUE "Y".
       77    WS-NOTICE-IF-OPEN-SWITCH PIC X         VALUE "N".
           88  WS-NOTICE-IF-OPEN                    VALUE "Y".
       77    WS-ABEND-SWITCH        PIC X           VALUE "N".
           88  WS-ABEND-OCCURRED                    VALUE "Y".
       77    WS-END-OF-EXTRACT-SWITCH PIC X         VALUE "N".
           88  WS-END-OF-EXTRACT                    VALUE "Y".
       77    WS-END-OF-REJECTS-SWITCH PIC X         VALUE "N".
           88  WS-END-OF-REJECTS                    VALUE "Y".
       77    WS-END-OF-TICKETS-SWITCH PIC X         VALUE "N".
           88  WS-END-OF-TICKETS                    VALUE "Y".
       77    WS-HEADER-SEEN-SWITCH  PIC X           VALUE "N".
           88  WS-HEADER-SEEN                       VALUE "Y".
       77    WS-TABLE-FULL-SWITCH   PIC X           VALUE "N".
           88  WS-TABLE-FULL                        VALUE "Y".
       77    WS-RUN-DATE            PIC 9(08)       VALUE ZERO.
       77    WS-RUN-NUMBER          PIC 9(05)       VALUE ZERO.
       77    WS-DETAILS-READ        PIC 9(07)       VALUE ZERO.
       77    WS-REJECTS-READ        PIC 9(07)       VALUE ZERO.
       77    WS-TICKETS-READ        PIC 9(07)       VALUE ZERO.
       77    WS-UNROUTED-COUNT      PIC 9(05)       VALUE ZERO.
       77    WS-NOTICES-WRITTEN     PIC 9(05)       VALUE ZERO.
       77    WS-ITEMS-WRITTEN       PIC 9(07)       VALUE ZERO.
       77    WS-ITEM-SUB            PIC 9(05)       VALUE ZERO.
       77    WS-ITEM-FOUND-SUB      PIC 9(05)       VALUE ZERO.
       77    WS-DEPT-SUB            PIC 9(03)       VALUE ZERO.
       77    WS-DEPT-FOUND-SUB      PIC 9(03)       VALUE ZERO.
       77    WS-SECTION-SUB         PIC 9(01)       VALUE ZERO.
       77    WS-REASON-SUB          PIC 9(03)       VALUE ZERO.
       77    WS-REASON-FOUND-SUB    PIC 9(03)       VALUE ZERO.
       77    WS-NEW-SECTION         PIC 9(01)       VALUE ZERO.
       77    WS-NEW-DEPARTMENT      PIC X(08)       VALUE SPACES.
       77    WS-NEW-TICKET-ID       PIC X(08)       VALUE SPACES.
       77    WS-NEW-REASON-CODE     PIC X(08)       VALUE SPACES.
       77    WS-NEW-FINISH-TIME     PIC X(06)       VALUE SPACES.
       77    WS-REASON-TEXT         PIC X(32)       VALUE SPACES.

      * One entry per ticket to be listed, in the order found; the
      * notices pick them out department by department.  Sections
      * are 1 COMPLETED, 2 LATE, 3 DEFERRED, 4 REJECTED, 5 FAILED.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT          PIC 9(05)     VALUE ZERO.
           05  WS-ITEM-ENTRY OCCURS 5000 TIMES.
               10  WS-ITE-DEPARTMENT  PIC X(08).
               10  WS-ITE-SECTION     PIC 9(01).
               10  WS-ITE-TICKET-ID   PIC X(08).
               10  WS-ITE-REASON-CODE PIC X(08).
               10  WS-ITE-FINISH-TIME PIC X(06).
               10  WS-ITE-ATTEMPTS    PIC 9(02).

       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT          PIC 9(03)     VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WS-DPE-DEPARTMENT  PIC X(08).
               10  WS-DPE-ITEMS       PIC 9(05).
               10  WS-DPE-SECTION-COUNT PIC 9(05) OCCURS 5 TIMES.

       01  WS-SECTION-NAMES.
           05  FILLER                 PIC X(38)
                 VALUE "DONE    COMPLETED                     ".
           05  FILLER                 PIC X(38)
                 VALUE "LATE    COMPLETED PAST THE DEADLINE   ".
           05  FILLER                 PIC X(38)
                 VALUE "DEFERREDDEFERRED OR CARRIED FORWARD   ".
           05  FILLER                 PIC X(38)
                 VALUE "REJECTEDREJECTED BY THE EDIT CHECKS   ".
           05  FILLER                 PIC X(38)
                 VALUE "FAILED  FAILED                        ".
       01  WS-SECTION-NAME-TABLE REDEFINES WS-SECTION-NAMES.
           05  WS-SCN-ENTRY OCCURS 5 TIMES.
               10  WS-SCN-CODE        PIC X(08).
               10  WS-SCN-TITLE       PIC X(30).

      * The reasons a ticket goes round again, by extract
      * disposition, and the edit-check reject codes, in words.
       01  WS-REASON-NAMES.
           05  FILLER                 PIC X(40)
                 VALUE "DEFERREDWOULD OVERRUN THE BATCH WINDOW  ".
           05  FILLER                 PIC X(40)
                 VALUE "CARRYFWDNOT YET DUE - EFFECTIVE LATER   ".
           05  FILLER                 PIC X(40)
                 VALUE "PREDWAITWAITING ON ITS PREDECESSOR      ".
           05  FILLER                 PIC X(40)
                 VALUE "QUOTA   DEPARTMENT DAILY QUOTA REACHED  ".
           05  FILLER                 PIC X(40)
                 VALUE "PARTIAL PART DONE - RESUMES NEXT RUN    ".
           05  FILLER                 PIC X(40)
                 VALUE "SKIPPED SKIPPED BY THE OPERATOR         ".
           05  FILLER                 PIC X(40)
                 VALUE "R001    TICKET ID MISSING               ".
           05  FILLER                 PIC X(40)
                 VALUE "R002    START VALUE NOT NUMERIC         ".
           05  FILLER                 PIC X(40)
                 VALUE "R003    START VALUE ZERO COUNTING DOWN  ".
           05  FILLER                 PIC X(40)
                 VALUE "R004    DECREASE NOT NUMERIC            ".
           05  FILLER                 PIC X(40)
                 VALUE "R005    DECREASE IS ZERO                ".
           05  FILLER                 PIC X(40)
                 VALUE "R006    PRIORITY NOT NUMERIC            ".
           05  FILLER                 PIC X(40)
                 VALUE "R007    STATUS CODE NOT RECOGNIZED      ".
           05  FILLER                 PIC X(40)
                 VALUE "R008    DIRECTION NOT D OR U            ".
           05  FILLER                 PIC X(40)
                 VALUE "R009    TARGET NOT NUMERIC              ".
           05  FILLER                 PIC X(40)
                 VALUE "R010    TARGET NOT BEYOND START VALUE   ".
           05  FILLER                 PIC X(40)
                 VALUE "R011    EFFECTIVE DATE NOT NUMERIC      ".
           05  FILLER                 PIC X(40)
                 VALUE "R012    DEADLINE TIME NOT NUMERIC       ".
           05  FILLER                 PIC X(40)
                 VALUE "R013    RECURRENCE NOT D, W, M OR BLANK ".
           05  FILLER                 PIC X(40)
                 VALUE "R014    OWN TICKET NAMED AS PREDECESSOR ".
           05  FILLER                 PIC X(40)
                 VALUE "R015    PREDECESSOR NOT ON THE MASTER   ".
           05  FILLER                 PIC X(40)
                 VALUE "R016    RETRY COUNT NOT NUMERIC         ".
           05  FILLER                 PIC X(40)
                 VALUE "R017    DEPARTMENT UNKNOWN OR INACTIVE  ".
           05  FILLER                 PIC X(40)
                 VALUE "R018    PRIORITY ABOVE DEPT CEILING     ".
           05  FILLER                 PIC X(40)
                 VALUE "R019    DEPARTMENT DAILY QUOTA FULL     ".
       01  WS-REASON-NAME-TABLE REDEFINES WS-REASON-NAMES.
           05  WS-RSN-ENTRY OCCURS 25 TIMES.
               10  WS-RSN-CODE        PIC X(08).
               10  WS-RSN-TEXT        PIC X(32).

      * The extract details are written with fixed-width fields
      * between the commas, so each record parses as a fixed layout.
       01  WS-EXTRACT-PARSE.
           05  WS-EXP-RECORD-TYPE     PIC X(01).
           05  FILLER                 PIC X(01).
           05  WS-EXP-TICKET-ID       PIC X(08).
           05  FILLER                 PIC X(01).
           05  WS-EXP-DEPARTMENT      PIC X(08).
           05  FILLER                 PIC X(32).
           05  WS-EXP-DISPOSITION     PIC X(08).
           05  FILLER                 PIC X(10).
           05  WS-EXP-END-TIME        PIC X(08).
           05  FILLER                 PIC X(03).

       01  WS-HEADER-PARSE REDEFINES WS-EXTRACT-PARSE.
           05  FILLER                 PIC X(02).
           05  WS-HDP-RUN-DATE        PIC X(08).
           05  FILLER                 PIC X(01).
           05  WS-HDP-RUN-NUMBER      PIC X(05).
           05  FILLER                 PIC X(64).

       01  WS-REJECT-WORK.
           05  WS-REJ-TICKET-IMAGE.
               10  WS-REJ-TICKET-ID   PIC X(08).
               10  WS-REJ-DEPARTMENT  PIC X(08).
               10  FILLER             PIC X(44).
           05  WS-REJ-REASON-CODE     PIC X(04).

       01  WS-RULE-LINE.
           05  FILLER                 PIC X(80)  VALUE ALL "-".

       01  WS-NOTICE-HEADING.
           05  FILLER                 PIC X(36)
                 VALUE "COUNTDOWN NIGHT NOTICE   RUN DATE   ".
           05  WS-NTH-RUN-DATE        PIC 9(08).
           05  FILLER                 PIC X(06)
                 VALUE "  RUN ".
           05  WS-NTH-RUN-NUMBER      PIC 9(05).
           05  FILLER                 PIC X(25)  VALUE SPACES.

       01  WS-DEPARTMENT-LINE.
           05  FILLER                 PIC X(11)
                 VALUE "DEPARTMENT ".
           05  WS-DPL-DEPARTMENT      PIC X(08).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-DPL-DEPT-NAME       PIC X(30).
           05  FILLER                 PIC X(29)  VALUE SPACES.

       01  WS-CONTACT-LINE.
           05  FILLER                 PIC X(12)
                 VALUE "COST CENTER ".
           05  WS-CTL-COST-CENTER     PIC X(10).
           05  FILLER                 PIC X(11)
                 VALUE "  CONTACT  ".
           05  WS-CTL-CONTACT         PIC X(25).
           05  FILLER                 PIC X(22)  VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(06)
                 VALUE "  DONE".
           05  WS-CNL-DONE            PIC ZZZZ9.
           05  FILLER                 PIC X(06)
                 VALUE "  LATE".
           05  WS-CNL-LATE            PIC ZZZZ9.
           05  FILLER                 PIC X(10)
                 VALUE "  DEFERRED".
           05  WS-CNL-DEFERRED        PIC ZZZZ9.
           05  FILLER                 PIC X(10)
                 VALUE "  REJECTED".
           05  WS-CNL-REJECTED        PIC ZZZZ9.
           05  FILLER                 PIC X(08)
                 VALUE "  FAILED".
           05  WS-CNL-FAILED          PIC ZZZZ9.
           05  FILLER                 PIC X(15)  VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-SCL-TITLE           PIC X(30).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-SCL-COUNT           PIC ZZZZ9.
           05  FILLER                 PIC X(41)  VALUE SPACES.

       01  WS-ITEM-LINE.
           05  FILLER                 PIC X(04)  VALUE SPACES.
           05  WS-ITL-TICKET-ID       PIC X(08).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-ITL-REASON-CODE     PIC X(08).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-ITL-REASON-TEXT     PIC X(32).
           05  FILLER                 PIC X(24)  VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(36)
                 VALUE "NO DEPARTMENT HAD ANYTHING TO REPORT".
           05  FILLER                 PIC X(44)  VALUE SPACES.

           COPY CNTDNTK.

           COPY CNTDNDP.

           COPY CNTDNNT.

       PROCEDURE DIVISION.

       000-General.

           PERFORM 010-initialize.
           IF NOT WS-ABEND-OCCURRED
              PERFORM 100-process-one-extract-record
                      UNTIL WS-END-OF-EXTRACT
              PERFORM 200-process-one-reject
                      UNTIL WS-END-OF-REJECTS
              PERFORM 300-process-one-ticket
                      UNTIL WS-END-OF-TICKETS
              IF NOT WS-HEADER-SEEN
                 ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              END-IF
              PERFORM 500-write-notices
           END-IF.
           PERFORM 900-terminate.
           STOP RUN.

       010-initialize.
           OPEN INPUT CNTDN-EXTRACT-FILE.
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNEXT - STATUS "
                      WS-EXTRACT-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-EXTRACT-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT CNTDN-REJECT-FILE.
           IF WS-REJECT-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNREJ - STATUS "
                      WS-REJECT-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-REJECT-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT CNTDN-TICKET-OUT-FILE.
           IF WS-TICKET-OUT-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNTKO - STATUS "
                      WS-TICKET-OUT-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-TICKET-OUT-OPEN TO TRUE
           END-IF.
           OPEN INPUT CNTDN-DEPT-FILE.
           IF WS-DEPT-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNDPT - STATUS "
                      WS-DEPT-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-DEPT-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT CNTDN-NOTICE-RPT-FILE.
           IF WS-NOTICE-RPT-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNNTO - STATUS "
                      WS-NOTICE-RPT-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-NOTICE-RPT-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT CNTDN-NOTICE-IF-FILE.
           IF WS-NOTICE-IF-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNNIF - STATUS "
                      WS-NOTICE-IF-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-NOTICE-IF-OPEN TO TRUE
           END-IF.

      * A FAILED detail is held with no attempt count until the
      * work dataset supplies it.  Any disposition not listed here
      * has nothing to tell the department and is passed over.
       100-process-one-extract-record.
           READ CNTDN-EXTRACT-FILE INTO WS-EXTRACT-PARSE
               AT END
                   SET WS-END-OF-EXTRACT TO TRUE
               NOT AT END
                   IF WS-EXP-RECORD-TYPE = "H"
                      AND NOT WS-HEADER-SEEN
                      PERFORM 110-take-run-header
                   END-IF
                   IF WS-EXP-RECORD-TYPE = "D"
                      ADD 1 TO WS-DETAILS-READ
                      PERFORM 120-classify-one-detail
                   END-IF
           END-READ.

       110-take-run-header.
           SET WS-HEADER-SEEN TO TRUE.
           IF WS-HDP-RUN-DATE IS NUMERIC
              MOVE WS-HDP-RUN-DATE TO WS-RUN-DATE
           END-IF.
           IF WS-HDP-RUN-NUMBER IS NUMERIC
              MOVE WS-HDP-RUN-NUMBER TO WS-RUN-NUMBER
           END-IF.

       120-classify-one-detail.
           MOVE ZERO TO WS-NEW-SECTION.
           MOVE SPACES TO WS-NEW-FINISH-TIME.
           IF WS-EXP-DISPOSITION = "DONE    "
              MOVE 1 TO WS-NEW-SECTION
              MOVE WS-EXP-END-TIME (1:6) TO WS-NEW-FINISH-TIME
           END-IF.
           IF WS-EXP-DISPOSITION = "LATE    "
              MOVE 2 TO WS-NEW-SECTION
              MOVE WS-EXP-END-TIME (1:6) TO WS-NEW-FINISH-TIME
           END-IF.
           IF WS-EXP-DISPOSITION = "DEFERRED"
              OR WS-EXP-DISPOSITION = "CARRYFWD"
              OR WS-EXP-DISPOSITION = "PREDWAIT"
              OR WS-EXP-DISPOSITION = "QUOTA   "
              OR WS-EXP-DISPOSITION = "PARTIAL "
              OR WS-EXP-DISPOSITION = "SKIPPED "
              MOVE 3 TO WS-NEW-SECTION
           END-IF.
           IF WS-EXP-DISPOSITION = "FAILED  "
              MOVE 5 TO WS-NEW-SECTION
           END-IF.
           IF WS-NEW-SECTION > ZERO
              MOVE WS-EXP-DEPARTMENT  TO WS-NEW-DEPARTMENT
              MOVE WS-EXP-TICKET-ID   TO WS-NEW-TICKET-ID
              MOVE WS-EXP-DISPOSITION TO WS-NEW-REASON-CODE
              PERFORM 400-add-item
           END-IF.

       200-process-one-reject.
           READ CNTDN-REJECT-FILE INTO WS-REJECT-WORK
               AT END
                   SET WS-END-OF-REJECTS TO TRUE
               NOT AT END
                   ADD 1 TO WS-REJECTS-READ
                   IF WS-REJ-DEPARTMENT = SPACES
                      ADD 1 TO WS-UNROUTED-COUNT
                      DISPLAY "** REJECT " WS-REJ-TICKET-ID " "
                              WS-REJ-REASON-CODE
                              " HAS NO DEPARTMENT - NOT NOTIFIED **"
                   ELSE
                      MOVE 4 TO WS-NEW-SECTION
                      MOVE SPACES TO WS-NEW-FINISH-TIME
                      MOVE WS-REJ-DEPARTMENT  TO WS-NEW-DEPARTMENT
                      MOVE WS-REJ-TICKET-ID   TO WS-NEW-TICKET-ID
                      MOVE WS-REJ-REASON-CODE TO WS-NEW-REASON-CODE
                      PERFORM 400-add-item
                   END-IF
           END-READ.

      * A FAILED ticket on the work dataset either matches tonight's
      * FAILED detail, which takes its attempt count, or failed on
      * an earlier night and is held at the retry limit.  On a
      * restarted night the work dataset may hold the ticket more
      * than once; the last record read stands.
       300-process-one-ticket.
           READ CNTDN-TICKET-OUT-FILE INTO CNTDN-TICKET-RECORD
               AT END
                   SET WS-END-OF-TICKETS TO TRUE
               NOT AT END
                   ADD 1 TO WS-TICKETS-READ
                   IF CNTDN-TKT-FAILED
                      PERFORM 310-note-failed-ticket
                   END-IF
           END-READ.

       310-note-failed-ticket.
           IF CNTDN-TKT-RETRY-COUNT IS NOT NUMERIC
              MOVE ZERO TO CNTDN-TKT-RETRY-COUNT
           END-IF.
           MOVE ZERO TO WS-ITEM-FOUND-SUB.
           PERFORM 315-check-one-failed-item
                   VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                   OR WS-ITEM-FOUND-SUB > ZERO.
           IF WS-ITEM-FOUND-SUB = ZERO
              MOVE 5 TO WS-NEW-SECTION
              MOVE SPACES TO WS-NEW-FINISH-TIME
              MOVE CNTDN-TKT-DEPARTMENT TO WS-NEW-DEPARTMENT
              MOVE CNTDN-TKT-ID         TO WS-NEW-TICKET-ID
              MOVE "ATLIMIT "           TO WS-NEW-REASON-CODE
              PERFORM 400-add-item
           END-IF.
           IF WS-ITEM-FOUND-SUB > ZERO
              MOVE CNTDN-TKT-RETRY-COUNT
                      TO WS-ITE-ATTEMPTS (WS-ITEM-FOUND-SUB)
           END-IF.

       315-check-one-failed-item.
           IF WS-ITE-SECTION (WS-ITEM-SUB) = 5
              AND WS-ITE-TICKET-ID (WS-ITEM-SUB) = CNTDN-TKT-ID
              MOVE WS-ITEM-SUB TO WS-ITEM-FOUND-SUB
           END-IF.

      * Adds the ticket in the WS-NEW- fields to its department's
      * notice; WS-ITEM-FOUND-SUB is left on the new entry, or zero
      * when a table is full.
       400-add-item.
           MOVE ZERO TO WS-ITEM-FOUND-SUB.
           PERFORM 410-find-department-entry.
           IF WS-DEPT-FOUND-SUB > ZERO
              IF WS-ITEM-COUNT < 5000
                 ADD 1 TO WS-ITEM-COUNT
                 MOVE WS-ITEM-COUNT TO WS-ITEM-FOUND-SUB
                 MOVE WS-NEW-DEPARTMENT
                         TO WS-ITE-DEPARTMENT (WS-ITEM-FOUND-SUB)
                 MOVE WS-NEW-SECTION
                         TO WS-ITE-SECTION (WS-ITEM-FOUND-SUB)
                 MOVE WS-NEW-TICKET-ID
                         TO WS-ITE-TICKET-ID (WS-ITEM-FOUND-SUB)
                 MOVE WS-NEW-REASON-CODE
                         TO WS-ITE-REASON-CODE (WS-ITEM-FOUND-SUB)
                 MOVE WS-NEW-FINISH-TIME
                         TO WS-ITE-FINISH-TIME (WS-ITEM-FOUND-SUB)
                 MOVE ZERO TO WS-ITE-ATTEMPTS (WS-ITEM-FOUND-SUB)
                 ADD 1 TO WS-DPE-ITEMS (WS-DEPT-FOUND-SUB)
                 ADD 1 TO WS-DPE-SECTION-COUNT
                         (WS-DEPT-FOUND-SUB, WS-NEW-SECTION)
              ELSE
                 DISPLAY "** NOTICE TABLE FULL - " WS-NEW-TICKET-ID
                         " NOT NOTIFIED **"
                 SET WS-TABLE-FULL TO TRUE
              END-IF
           END-IF.

       410-find-department-entry.
           MOVE ZERO TO WS-DEPT-FOUND-SUB.
           PERFORM 415-check-one-department
                   VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-DEPT-FOUND-SUB > ZERO.
           IF WS-DEPT-FOUND-SUB = ZERO
              AND WS-DEPT-COUNT < 100
              ADD 1 TO WS-DEPT-COUNT
              MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-SUB
              MOVE WS-NEW-DEPARTMENT
                      TO WS-DPE-DEPARTMENT (WS-DEPT-FOUND-SUB)
              MOVE ZERO TO WS-DPE-ITEMS (WS-DEPT-FOUND-SUB)
              PERFORM 417-clear-one-section-count
                      VARYING WS-SECTION-SUB FROM 1 BY 1
                      UNTIL WS-SECTION-SUB > 5
           END-IF.
           IF WS-DEPT-FOUND-SUB = ZERO
              DISPLAY "** DEPARTMENT TABLE FULL - "
                      WS-NEW-DEPARTMENT " " WS-NEW-TICKET-ID
                      " NOT NOTIFIED **"
              SET WS-TABLE-FULL TO TRUE
           END-IF.

       415-check-one-department.
           IF WS-DPE-DEPARTMENT (WS-DEPT-SUB) = WS-NEW-DEPARTMENT
              MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
           END-IF.

       417-clear-one-section-count.
           MOVE ZERO TO WS-DPE-SECTION-COUNT
                   (WS-DEPT-FOUND-SUB, WS-SECTION-SUB).

       500-write-notices.
           PERFORM 510-write-one-notice
                   VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
           IF WS-NOTICES-WRITTEN = ZERO
              WRITE CNTDN-NOTICE-RPT-LINE FROM WS-NONE-LINE
           END-IF.

      * The notice heading, then each section that has tickets in
      * it, in section order; the interface group follows the same
      * order with the counts on its trailer.
       510-write-one-notice.
           IF WS-DPE-ITEMS (WS-DEPT-SUB) > ZERO
              ADD 1 TO WS-NOTICES-WRITTEN
              PERFORM 520-write-notice-heading
              PERFORM 530-write-one-section
                      VARYING WS-SECTION-SUB FROM 1 BY 1
                      UNTIL WS-SECTION-SUB > 5
              PERFORM 560-write-interface-trailer
           END-IF.

       520-write-notice-heading.
           MOVE SPACES TO CNTDN-DEPARTMENT-DETAIL.
           MOVE WS-DPE-DEPARTMENT (WS-DEPT-SUB) TO CNTDN-DPF-CODE.
           READ CNTDN-DEPT-FILE INTO CNTDN-DEPARTMENT-DETAIL
               INVALID KEY
                   MOVE SPACES TO CNTDN-DEPARTMENT-DETAIL
                   MOVE "NOT ON DEPT MASTER" TO CNTDN-DPT-NAME
           END-READ.
           MOVE WS-RUN-DATE   TO WS-NTH-RUN-DATE.
           MOVE WS-RUN-NUMBER TO WS-NTH-RUN-NUMBER.
           WRITE CNTDN-NOTICE-RPT-LINE FROM WS-RULE-LINE.
           WRITE CNTDN-NOTICE-RPT-LINE FROM WS-NOTICE-HEADING.
           MOVE WS-DPE-DEPARTMENT (WS-DEPT-SUB) TO WS-DPL-DEPARTMENT.
           MOVE CNTDN-DPT-NAME TO WS-DPL-DEPT-NAME.
           WRITE CNTDN-NOTICE-RPT-LINE FROM WS-DEPARTMENT-LINE.
           MOVE CNTDN-DPT-COST-CENTER TO WS-CTL-COST-CENTER.
           MOVE CNTDN-DPT-CONTACT     TO WS-CTL-CONTACT.
           WRITE CNTDN-NOTICE-RPT-LINE FROM WS-CONTACT-LINE.
           MOVE WS-DPE-SECTION-COUNT (WS-DEPT-SUB, 1) TO WS-CNL-DONE.
           MOVE WS-DPE-SECTION-COUNT (WS-DEPT-SUB, 2) TO WS-CNL-LATE.
           MOVE WS-DPE-SECTION-COUNT (WS-DEPT-SUB, 3)
                   TO WS-CNL-DEFERRED.
           MOVE WS-DPE-SECTION-COUNT (WS-DEPT-SUB, 4)
                   TO WS-CNL-REJECTED.
           MOVE WS-DPE-SECTION-COUNT (WS-DEPT-SUB, 5) TO WS-CNL-FAILED.
           WRITE CNTDN-NOTICE-RPT-LINE FROM WS-COUNT-LINE.
           MOVE SPACES TO CNTDN-NOTICE-DETAIL.
           SET CNTDN-NTC-HEADER TO TRUE.
           MOVE WS-RUN-DATE   TO CNTDN-NTC-RUN-DATE.
           MOVE WS-RUN-NUMBER TO CNTDN-NTC-RUN-NUMBER.
           MOVE WS-DPE-DEPARTMENT (WS-DEPT-SUB)
                   TO CNTDN-NTC-DEPARTMENT.
           MOVE CNTDN-DPT-NAME    TO CNTDN-NTC-DEPT-NAME.
           MOVE CNTDN-DPT-CONTACT TO CNTDN-NTC-CONTACT.
           WRITE CNTDN-NOTICE-IF-RECORD FROM CNTDN-NOTICE-DETAIL.

       530-write-one-section.
           IF WS-DPE-SECTION-COUNT (WS-DEPT-SUB, WS-SECTION-SUB)
                   > ZERO
              MOVE WS-SCN-TITLE (WS-SECTION-SUB) TO WS-SCL-TITLE
              MOVE WS-DPE-SECTION-COUNT (WS-DEPT-SUB, WS-SECTION-SUB)
                      TO WS-SCL-COUNT
              WRITE CNTDN-NOTICE-RPT-LINE FROM WS-SECTION-LINE
              PERFORM 540-write-one-item
                      VARYING WS-ITEM-SUB FROM 1 BY 1
                      UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           END-IF.

       540-write-one-item.
           IF WS-ITE-DEPARTMENT (WS-ITEM-SUB)
                   = WS-DPE-DEPARTMENT (WS-DEPT-SUB)
              AND WS-ITE-SECTION (WS-ITEM-SUB) = WS-SECTION-SUB
              PERFORM 550-describe-item
              MOVE WS-ITE-TICKET-ID (WS-ITEM-SUB) TO WS-ITL-TICKET-ID
              MOVE WS-ITE-REASON-CODE (WS-ITEM-SUB)
                      TO WS-ITL-REASON-CODE
              MOVE WS-REASON-TEXT TO WS-ITL-REASON-TEXT
              WRITE CNTDN-NOTICE-RPT-LINE FROM WS-ITEM-LINE
              MOVE SPACES TO CNTDN-NOTICE-DETAIL
              SET CNTDN-NTC-ITEM TO TRUE
              MOVE WS-RUN-DATE   TO CNTDN-NTC-RUN-DATE
              MOVE WS-RUN-NUMBER TO CNTDN-NTC-RUN-NUMBER
              MOVE WS-DPE-DEPARTMENT (WS-DEPT-SUB)
                      TO CNTDN-NTC-DEPARTMENT
              MOVE WS-SCN-CODE (WS-SECTION-SUB) TO CNTDN-NTC-SECTION
              MOVE WS-ITE-TICKET-ID (WS-ITEM-SUB)
                      TO CNTDN-NTC-TICKET-ID
              MOVE WS-ITE-REASON-CODE (WS-ITEM-SUB)
                      TO CNTDN-NTC-REASON-CODE
              MOVE ZERO TO CNTDN-NTC-ATTEMPTS
              IF WS-SECTION-SUB = 5
                 MOVE WS-ITE-ATTEMPTS (WS-ITEM-SUB)
                         TO CNTDN-NTC-ATTEMPTS
              END-IF
              MOVE WS-REASON-TEXT TO CNTDN-NTC-REASON-TEXT
              WRITE CNTDN-NOTICE-IF-RECORD FROM CNTDN-NOTICE-DETAIL
              ADD 1 TO WS-ITEMS-WRITTEN
           END-IF.

      * Builds the words shown against the ticket: the finish time
      * for completed work, the attempt count for a failure, and
      * the reason table text for anything deferred or rejected.
       550-describe-item.
           MOVE SPACES TO WS-REASON-TEXT.
           IF WS-SECTION-SUB = 1 OR WS-SECTION-SUB = 2
              STRING "FINISHED AT " WS-ITE-FINISH-TIME (WS-ITEM-SUB)
                     DELIMITED BY SIZE INTO WS-REASON-TEXT
           END-IF.
           IF WS-SECTION-SUB = 3 OR WS-SECTION-SUB = 4
              MOVE ZERO TO WS-REASON-FOUND-SUB
              PERFORM 555-check-one-reason
                      VARYING WS-REASON-SUB FROM 1 BY 1
                      UNTIL WS-REASON-SUB > 25
                      OR WS-REASON-FOUND-SUB > ZERO
              IF WS-REASON-FOUND-SUB > ZERO
                 MOVE WS-RSN-TEXT (WS-REASON-FOUND-SUB)
                         TO WS-REASON-TEXT
              ELSE
                 MOVE "REASON CODE NOT RECOGNIZED" TO WS-REASON-TEXT
              END-IF
           END-IF.
           IF WS-SECTION-SUB = 5
              IF WS-ITE-REASON-CODE (WS-ITEM-SUB) = "ATLIMIT "
                 STRING "ATTEMPTS " WS-ITE-ATTEMPTS (WS-ITEM-SUB)
                        " - AWAITING DECISION"
                        DELIMITED BY SIZE INTO WS-REASON-TEXT
              ELSE
                 STRING "ATTEMPTS " WS-ITE-ATTEMPTS (WS-ITEM-SUB)
                        " - FAILED TONIGHT"
                        DELIMITED BY SIZE INTO WS-REASON-TEXT
              END-IF
           END-IF.

       555-check-one-reason.
           IF WS-RSN-CODE (WS-REASON-SUB)
                   = WS-ITE-REASON-CODE (WS-ITEM-SUB)
              MOVE WS-REASON-SUB TO WS-REASON-FOUND-SUB
           END-IF.

       560-write-interface-trailer.
           MOVE SPACES TO CNTDN-NOTICE-DETAIL.
           SET CNTDN-NTC-TRAILER TO TRUE.
           MOVE WS-RUN-DATE   TO CNTDN-NTC-RUN-DATE.
           MOVE WS-RUN-NUMBER TO CNTDN-NTC-RUN-NUMBER.
           MOVE WS-DPE-DEPARTMENT (WS-DEPT-SUB)
                   TO CNTDN-NTC-DEPARTMENT.
           MOVE WS-DPE-SECTION-COUNT (WS-DEPT-SUB, 1)
                   TO CNTDN-NTC-DONE-COUNT.
           MOVE WS-DPE-SECTION-COUNT (WS-DEPT-SUB, 2)
                   TO CNTDN-NTC-LATE-COUNT.
           MOVE WS-DPE-SECTION-COUNT (WS-DEPT-SUB, 3)
                   TO CNTDN-NTC-DEFER-COUNT.
           MOVE WS-DPE-SECTION-COUNT (WS-DEPT-SUB, 4)
                   TO CNTDN-NTC-REJECT-COUNT.
           MOVE WS-DPE-SECTION-COUNT (WS-DEPT-SUB, 5)
                   TO CNTDN-NTC-FAIL-COUNT.
           MOVE WS-DPE-ITEMS (WS-DEPT-SUB) TO CNTDN-NTC-ITEM-COUNT.
           WRITE CNTDN-NOTICE-IF-RECORD FROM CNTDN-NOTICE-DETAIL.

       900-terminate.
           IF WS-EXTRACT-FILE-OPEN
              CLOSE CNTDN-EXTRACT-FILE
           END-IF.
           IF WS-REJECT-FILE-OPEN
              CLOSE CNTDN-REJECT-FILE
           END-IF.
           IF WS-TICKET-OUT-OPEN
              CLOSE CNTDN-TICKET-OUT-FILE
           END-IF.
           IF WS-DEPT-FILE-OPEN
              CLOSE CNTDN-DEPT-FILE
           END-IF.
           IF WS-NOTICE-RPT-OPEN
              CLOSE CNTDN-NOTICE-RPT-FILE
           END-IF.
           IF WS-NOTICE-IF-OPEN
              CLOSE CNTDN-NOTICE-IF-FILE
           END-IF.
           DISPLAY "EXTRACT DETAILS  " WS-DETAILS-READ.
           DISPLAY "REJECTS READ     " WS-REJECTS-READ.
           DISPLAY "WORK TICKETS     " WS-TICKETS-READ.
           DISPLAY "NOTICES WRITTEN  " WS-NOTICES-WRITTEN.
           DISPLAY "TICKETS NOTIFIED " WS-ITEMS-WRITTEN.
           DISPLAY "REJECTS UNROUTED " WS-UNROUTED-COUNT.
           IF WS-ABEND-OCCURRED
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-TABLE-FULL
                 DISPLAY "** SOME TICKETS WERE NOT NOTIFIED **"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
