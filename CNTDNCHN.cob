       IDENTIFICATION DIVISION.

       PROGRAM-ID. cntdnchn.

      * Predecessor chain validator and dependency map.  Reads the
      * indexed ticket master (CNTDNTKT) in key order, links every
      * ticket to the predecessor it names, walks every chain and
      * prints on CNTDNCHL:
      *     the cycles - tickets that wait on each other round a
      *         loop (A waits on B, B on C, C on A) and so can
      *         never become due, with the tickets waiting behind
      *         the loop
      *     the broken chains - a ticket whose predecessor has
      *         been deleted from the master, and a FAILED ticket
      *         at the retry limit that other tickets still wait on
      *     the chains deeper than the depth limit
      *     the dependency map by department - every chain a
      *         department has a ticket in, from the ticket at the
      *         head of the chain down, each link with its status
      *         and how many tickets it holds up
      * The countdown edit checks only catch a ticket naming
      * itself or a ticket not on the master; this report is what
      * finds the rest.
      * The PARM is 'DEPTH RETRY' - the deepest chain allowed in
      * links (default 005) and the countdown retry limit (default
      * 03, the countdown's own default).
      * Return code 8 when any cycle, broken chain or over-deep
      * chain is found, 12 for a bad PARM, 16 when a file cannot be
      * opened or the master will not fit the ticket table.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTDN-MASTER-FILE ASSIGN TO "CNTDNTKT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNTDN-MST-TICKET-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CNTDN-CHAIN-RPT-FILE ASSIGN TO "CNTDNCHL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHAIN-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CNTDN-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-MASTER-RECORD.
           05  CNTDN-MST-TICKET-ID    PIC X(08).
           05  FILLER                 PIC X(52).

       FD  CNTDN-CHAIN-RPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CNTDN-CHAIN-RPT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       77    WS-MASTER-FILE-STATUS  PIC XX          VALUE SPACES.
       77    WS-CHAIN-RPT-STATUS    PIC XX          VALUE SPACES.
       77    WS-MASTER-FILE-OPEN-SWITCH PIC X       VALUE "N".
           88  WS-MASTER-FILE-OPEN                  VALUE "Y".
       77    WS-CHAIN-RPT-OPEN-SWITCH PIC X         VALUE "N".
           88  WS-CHAIN-RPT-OPEN                    VALUE "Y".
       77    WS-ABEND-SWITCH        PIC X           VALUE "N".
           88  WS-ABEND-OCCURRED                    VALUE "Y".
       77    WS-PARM-ERROR-SWITCH   PIC X           VALUE "N".
           88  WS-PARM-ERROR                        VALUE "Y".
       77    WS-END-OF-MASTER-SWITCH PIC X          VALUE "N".
           88  WS-END-OF-MASTER                     VALUE "Y".
       77    WS-WALK-END-SWITCH     PIC X           VALUE SPACE.
           88  WS-WALK-GOING                        VALUE SPACE.
           88  WS-WALK-FOUND-HEAD                   VALUE "H".
           88  WS-WALK-JOINED-CHAIN                 VALUE "J".
           88  WS-WALK-FOUND-CYCLE                  VALUE "C".
           88  WS-WALK-JOINED-CYCLE                 VALUE "T".
       77    WS-MAP-DONE-SWITCH     PIC X           VALUE "N".
           88  WS-MAP-DONE                          VALUE "Y".
       77    WS-CLIMB-DONE-SWITCH   PIC X           VALUE "N".
           88  WS-CLIMB-DONE                        VALUE "Y".
       77    WS-CMD-LINE            PIC X(20)       VALUE SPACES.
       77    WS-DEPTH-PARM          PIC X(03)       JUSTIFIED RIGHT
                                                     VALUE SPACES.
       77    WS-RETRY-PARM          PIC X(02)       JUSTIFIED RIGHT
                                                     VALUE SPACES.
       77    WS-DEPTH-LIMIT         PIC 9(03)       VALUE 5.
       77    WS-RETRY-LIMIT         PIC 9(02)       VALUE 3.
       77    WS-TODAY               PIC 9(08)       VALUE ZERO.
       77    WS-TICKET-SUB          PIC 9(05)       VALUE ZERO.
       77    WS-FOUND-SUB           PIC 9(05)       VALUE ZERO.
       77    WS-PARENT-SUB          PIC 9(05)       VALUE ZERO.
       77    WS-CURRENT-SUB         PIC 9(05)       VALUE ZERO.
       77    WS-HEAD-SUB            PIC 9(05)       VALUE ZERO.
       77    WS-PATH-SUB            PIC 9(05)       VALUE ZERO.
       77    WS-LOOP-START          PIC 9(05)       VALUE ZERO.
       77    WS-BASE-DEPTH          PIC 9(05)       VALUE ZERO.
       77    WS-WALK-CYCLE          PIC 9(03)       VALUE ZERO.
       77    WS-CYCLE-SUB           PIC 9(03)       VALUE ZERO.
       77    WS-DEPT-SUB            PIC 9(03)       VALUE ZERO.
       77    WS-DEPT-FOUND-SUB      PIC 9(03)       VALUE ZERO.
       77    WS-MAP-SUB             PIC 9(05)       VALUE ZERO.
       77    WS-MAP-FOUND-SUB       PIC 9(05)       VALUE ZERO.
       77    WS-INDENT-POS          PIC 9(03)       VALUE ZERO.
       77    WS-TICKETS-READ        PIC 9(05)       VALUE ZERO.
       77    WS-TICKETS-CHAINED     PIC 9(05)       VALUE ZERO.
       77    WS-CHAINS-FOUND        PIC 9(05)       VALUE ZERO.
       77    WS-CYCLE-TICKETS       PIC 9(05)       VALUE ZERO.
       77    WS-BROKEN-CHAINS       PIC 9(05)       VALUE ZERO.
       77    WS-BROKEN-TICKETS      PIC 9(05)       VALUE ZERO.
       77    WS-DEEP-CHAINS         PIC 9(05)       VALUE ZERO.
       77    WS-STUCK-COUNT         PIC 9(05)       VALUE ZERO.
       77    WS-STATUS-SUB          PIC 9(01)       VALUE ZERO.
       77    WS-STATUS-NAME         PIC X(11)       VALUE SPACES.
       77    WS-EDIT-COUNT          PIC ZZZZ9.
       77    WS-EDIT-RETRIES        PIC Z9.

      * One entry per ticket on the master, in key order.  The
      * predecessor, first-child and next-sibling subscripts turn
      * the master into a set of trees: a ticket's children are
      * the tickets that name it as predecessor, chained in key
      * order.  The walk mark says where the ticket ended up:
      *     H  on a chain with a head (a ticket with no
      *        predecessor, or whose predecessor is gone)
      *     C  a member of a cycle
      *     T  waiting behind a cycle
      * Depth counts links from the head; behind counts every
      * ticket further down the tree that waits on this one.  The
      * head of each chain also carries the deepest link below it.
       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-COUNT         PIC 9(05)     VALUE ZERO.
           05  WS-CHAIN-ENTRY OCCURS 5000 TIMES.
               10  WS-CHE-ID          PIC X(08).
               10  WS-CHE-DEPARTMENT  PIC X(08).
               10  WS-CHE-STATUS      PIC X(01).
               10  WS-CHE-PREDECESSOR PIC X(08).
               10  WS-CHE-RETRY-COUNT PIC 9(02).
               10  WS-CHE-PRED-SUB    PIC 9(05).
               10  WS-CHE-FIRST-CHILD PIC 9(05).
               10  WS-CHE-LAST-CHILD  PIC 9(05).
               10  WS-CHE-NEXT-SIBLING PIC 9(05).
               10  WS-CHE-HEAD-SUB    PIC 9(05).
               10  WS-CHE-DEPTH       PIC 9(05).
               10  WS-CHE-BEHIND      PIC 9(05).
               10  WS-CHE-MAX-DEPTH   PIC 9(05).
               10  WS-CHE-DEEPEST-SUB PIC 9(05).
               10  WS-CHE-CYCLE       PIC 9(03).
               10  WS-CHE-WALK-MARK   PIC X(01).
                   88  WS-CHE-NOT-WALKED            VALUE SPACE.
                   88  WS-CHE-ON-WALK               VALUE "W".
                   88  WS-CHE-ON-HEADED-CHAIN       VALUE "H".
                   88  WS-CHE-IN-CYCLE              VALUE "C".
                   88  WS-CHE-BEHIND-CYCLE          VALUE "T".

      * The tickets of the walk in progress, from the ticket the
      * walk started at up towards the head.
       01  WS-PATH-TABLE.
           05  WS-PATH-COUNT          PIC 9(05)     VALUE ZERO.
           05  WS-PATH-ENTRY          PIC 9(05)
                                      OCCURS 5000 TIMES.

       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-COUNT         PIC 9(03)     VALUE ZERO.
           05  WS-CYCLE-ENTRY OCCURS 500 TIMES.
               10  WS-CYE-FIRST-SUB   PIC 9(05).
               10  WS-CYE-MEMBERS     PIC 9(05).
               10  WS-CYE-BEHIND      PIC 9(05).

       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT          PIC 9(03)     VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WS-DPE-ID          PIC X(08).
               10  WS-DPE-CHAINS      PIC 9(05).

      * Which chains (by head ticket) each department has a ticket
      * on, in the order the heads come off the master.
       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT           PIC 9(05)     VALUE ZERO.
           05  WS-MAP-ENTRY OCCURS 5000 TIMES.
               10  WS-MPE-DEPT-SUB    PIC 9(03).
               10  WS-MPE-HEAD-SUB    PIC 9(05).

       01  WS-STATUS-NAMES.
           05  FILLER                 PIC X(12) VALUE "WWAITING    ".
           05  FILLER                 PIC X(12) VALUE "IIN-PROGRESS".
           05  FILLER                 PIC X(12) VALUE "DDONE       ".
           05  FILLER                 PIC X(12) VALUE "FFAILED     ".
           05  FILLER                 PIC X(12) VALUE "HHELD       ".
       01  WS-STATUS-NAME-TABLE REDEFINES WS-STATUS-NAMES.
           05  WS-STN-ENTRY OCCURS 5 TIMES.
               10  WS-STN-CODE        PIC X(01).
               10  WS-STN-NAME        PIC X(11).

       01  WS-REPORT-HEADING.
           05  FILLER                 PIC X(25)
                 VALUE "PREDECESSOR CHAINS AS OF ".
           05  WS-RPH-TODAY           PIC 9(08).
           05  FILLER                 PIC X(14)
                 VALUE "  DEPTH LIMIT ".
           05  WS-RPH-DEPTH-LIMIT     PIC 9(03).
           05  FILLER                 PIC X(14)
                 VALUE "  RETRY LIMIT ".
           05  WS-RPH-RETRY-LIMIT     PIC 9(02).
           05  FILLER                 PIC X(14)  VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SCL-TEXT            PIC X(50).
           05  FILLER                 PIC X(30)  VALUE SPACES.

       01  WS-EXCEPTION-HEADING.
           05  FILLER                 PIC X(40)
                 VALUE "          TICKET    DEPT      STATUS    ".
           05  FILLER                 PIC X(40)
                 VALUE "  WAITS ON  PARTICULARS                 ".

       01  WS-EXCEPTION-LINE.
           05  WS-EXL-TYPE            PIC X(10).
           05  WS-EXL-TICKET          PIC X(08).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-EXL-DEPARTMENT      PIC X(08).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-EXL-STATUS          PIC X(11).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-EXL-PREDECESSOR     PIC X(08).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-EXL-NOTE            PIC X(28).

       01  WS-DEPT-HEADING-LINE.
           05  FILLER                 PIC X(11)
                 VALUE "DEPARTMENT ".
           05  WS-DHL-DEPARTMENT      PIC X(08).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-DHL-CHAINS          PIC ZZZZ9.
           05  FILLER                 PIC X(07)
                 VALUE " CHAINS".
           05  FILLER                 PIC X(47)  VALUE SPACES.

       01  WS-MAP-HEADING.
           05  FILLER                 PIC X(40)
                 VALUE "LVL TICKET (INDENTED BY LINK)       DEPT".
           05  FILLER                 PIC X(40)
                 VALUE "     STATUS      NOTE                   ".

      * Each link is indented two places per level below the head
      * (up to twelve levels; the level number carries on past
      * that).
       01  WS-MAP-LINE.
           05  WS-MPL-LEVEL           PIC ZZ9.
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-MPL-INDENT-AREA     PIC X(32).
           05  WS-MPL-DEPARTMENT      PIC X(08).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-MPL-STATUS          PIC X(11).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-MPL-FLAG            PIC X(11).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-MPL-HOLDS           PIC X(11).

       01  WS-HOLDS-TEXT.
           05  FILLER                 PIC X(06)  VALUE "HOLDS ".
           05  WS-HDT-COUNT           PIC ZZZZ9.

       01  WS-TOTAL-LINE.
           05  WS-TTL-TEXT            PIC X(30).
           05  WS-TTL-COUNT           PIC ZZZZ9.
           05  FILLER                 PIC X(45)  VALUE SPACES.

           COPY CNTDNTK.

       PROCEDURE DIVISION.

       000-General.

           PERFORM 010-initialize.
           IF NOT WS-ABEND-OCCURRED
              AND NOT WS-PARM-ERROR
              PERFORM 100-load-one-ticket
                      UNTIL WS-END-OF-MASTER
                      OR WS-ABEND-OCCURRED
           END-IF.
           IF NOT WS-ABEND-OCCURRED
              AND NOT WS-PARM-ERROR
              PERFORM 200-link-one-ticket
                      VARYING WS-TICKET-SUB FROM 1 BY 1
                      UNTIL WS-TICKET-SUB > WS-CHAIN-COUNT
              PERFORM 300-walk-from-one-ticket
                      VARYING WS-TICKET-SUB FROM 1 BY 1
                      UNTIL WS-TICKET-SUB > WS-CHAIN-COUNT
              PERFORM 400-count-one-ticket
                      VARYING WS-TICKET-SUB FROM 1 BY 1
                      UNTIL WS-TICKET-SUB > WS-CHAIN-COUNT
              PERFORM 050-write-heading
              PERFORM 500-write-cycles
              PERFORM 550-write-broken-chains
              PERFORM 580-write-deep-chains
              PERFORM 600-write-dependency-map
              PERFORM 700-write-totals
           END-IF.
           PERFORM 900-terminate.
           STOP RUN.

       010-initialize.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-DEPTH-PARM WS-RETRY-PARM.
           IF WS-DEPTH-PARM NOT = SPACES
              INSPECT WS-DEPTH-PARM CONVERTING " " TO "0"
              IF WS-DEPTH-PARM IS NUMERIC
                 AND WS-DEPTH-PARM NOT = "000"
                 MOVE WS-DEPTH-PARM TO WS-DEPTH-LIMIT
              ELSE
                 SET WS-PARM-ERROR TO TRUE
              END-IF
           END-IF.
           IF WS-RETRY-PARM NOT = SPACES
              INSPECT WS-RETRY-PARM CONVERTING " " TO "0"
              IF WS-RETRY-PARM IS NUMERIC
                 AND WS-RETRY-PARM NOT = "00"
                 MOVE WS-RETRY-PARM TO WS-RETRY-LIMIT
              ELSE
                 SET WS-PARM-ERROR TO TRUE
              END-IF
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-PARM-ERROR
              DISPLAY "** PARM MUST BE 'DEPTH RETRY' - 001-999 "
                      "01-99 **"
           ELSE
              PERFORM 020-open-files
           END-IF.

       020-open-files.
           OPEN INPUT CNTDN-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNTKT - STATUS "
                      WS-MASTER-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-MASTER-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT CNTDN-CHAIN-RPT-FILE.
           IF WS-CHAIN-RPT-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNCHL - STATUS "
                      WS-CHAIN-RPT-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-CHAIN-RPT-OPEN TO TRUE
           END-IF.

       050-write-heading.
           MOVE WS-TODAY       TO WS-RPH-TODAY.
           MOVE WS-DEPTH-LIMIT TO WS-RPH-DEPTH-LIMIT.
           MOVE WS-RETRY-LIMIT TO WS-RPH-RETRY-LIMIT.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-REPORT-HEADING.

      * A master bigger than the table would leave predecessors
      * looking deleted when they are only unloaded, so the run
      * stops rather than report chains it cannot see whole.
       100-load-one-ticket.
           READ CNTDN-MASTER-FILE INTO CNTDN-TICKET-RECORD
               AT END
                   SET WS-END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-TICKETS-READ
                   IF WS-CHAIN-COUNT < 5000
                      ADD 1 TO WS-CHAIN-COUNT
                      PERFORM 110-store-ticket
                   ELSE
                      DISPLAY "** TICKET TABLE FULL AT 5000 - "
                              "CHAINS NOT CHECKED **"
                      SET WS-ABEND-OCCURRED TO TRUE
                   END-IF
           END-READ.

       110-store-ticket.
           MOVE CNTDN-TKT-ID          TO WS-CHE-ID (WS-CHAIN-COUNT).
           MOVE CNTDN-TKT-DEPARTMENT
                   TO WS-CHE-DEPARTMENT (WS-CHAIN-COUNT).
           MOVE CNTDN-TKT-STATUS      TO WS-CHE-STATUS (WS-CHAIN-COUNT).
           MOVE CNTDN-TKT-PREDECESSOR
                   TO WS-CHE-PREDECESSOR (WS-CHAIN-COUNT).
           IF CNTDN-TKT-RETRY-COUNT IS NUMERIC
              MOVE CNTDN-TKT-RETRY-COUNT
                      TO WS-CHE-RETRY-COUNT (WS-CHAIN-COUNT)
           ELSE
              MOVE ZERO TO WS-CHE-RETRY-COUNT (WS-CHAIN-COUNT)
           END-IF.
           MOVE ZERO  TO WS-CHE-PRED-SUB (WS-CHAIN-COUNT).
           MOVE ZERO  TO WS-CHE-FIRST-CHILD (WS-CHAIN-COUNT).
           MOVE ZERO  TO WS-CHE-LAST-CHILD (WS-CHAIN-COUNT).
           MOVE ZERO  TO WS-CHE-NEXT-SIBLING (WS-CHAIN-COUNT).
           MOVE ZERO  TO WS-CHE-HEAD-SUB (WS-CHAIN-COUNT).
           MOVE ZERO  TO WS-CHE-DEPTH (WS-CHAIN-COUNT).
           MOVE ZERO  TO WS-CHE-BEHIND (WS-CHAIN-COUNT).
           MOVE ZERO  TO WS-CHE-MAX-DEPTH (WS-CHAIN-COUNT).
           MOVE ZERO  TO WS-CHE-DEEPEST-SUB (WS-CHAIN-COUNT).
           MOVE ZERO  TO WS-CHE-CYCLE (WS-CHAIN-COUNT).
           MOVE SPACE TO WS-CHE-WALK-MARK (WS-CHAIN-COUNT).

      * Point the ticket at its predecessor's entry and hang it
      * on the end of the predecessor's list of children.  The
      * master comes in key order, so each list is in key order.
       200-link-one-ticket.
           IF WS-CHE-PREDECESSOR (WS-TICKET-SUB) NOT = SPACES
              MOVE ZERO TO WS-FOUND-SUB
              PERFORM 210-check-one-predecessor
                      VARYING WS-PARENT-SUB FROM 1 BY 1
                      UNTIL WS-PARENT-SUB > WS-CHAIN-COUNT
                      OR WS-FOUND-SUB > ZERO
              IF WS-FOUND-SUB > ZERO
                 MOVE WS-FOUND-SUB TO WS-CHE-PRED-SUB (WS-TICKET-SUB)
                 IF WS-CHE-FIRST-CHILD (WS-FOUND-SUB) = ZERO
                    MOVE WS-TICKET-SUB
                            TO WS-CHE-FIRST-CHILD (WS-FOUND-SUB)
                 ELSE
                    MOVE WS-CHE-LAST-CHILD (WS-FOUND-SUB)
                            TO WS-PARENT-SUB
                    MOVE WS-TICKET-SUB
                            TO WS-CHE-NEXT-SIBLING (WS-PARENT-SUB)
                 END-IF
                 MOVE WS-TICKET-SUB TO WS-CHE-LAST-CHILD (WS-FOUND-SUB)
              END-IF
           END-IF.

       210-check-one-predecessor.
           IF WS-CHE-ID (WS-PARENT-SUB) =
                   WS-CHE-PREDECESSOR (WS-TICKET-SUB)
              MOVE WS-PARENT-SUB TO WS-FOUND-SUB
           END-IF.

      * Walk up from a ticket not yet placed, predecessor by
      * predecessor, until the walk reaches a head, a ticket
      * already placed, or a ticket already on this walk - which
      * closes a cycle.  The tickets walked are then placed from
      * the far end back.
       300-walk-from-one-ticket.
           IF WS-CHE-NOT-WALKED (WS-TICKET-SUB)
              MOVE ZERO TO WS-PATH-COUNT
              MOVE WS-TICKET-SUB TO WS-CURRENT-SUB
              MOVE SPACE TO WS-WALK-END-SWITCH
              PERFORM 310-walk-one-link
                      UNTIL NOT WS-WALK-GOING
              IF WS-WALK-FOUND-HEAD
                 MOVE WS-CURRENT-SUB TO WS-HEAD-SUB
                 MOVE ZERO TO WS-BASE-DEPTH
                 PERFORM 320-place-on-chain
                         VARYING WS-PATH-SUB FROM WS-PATH-COUNT BY -1
                         UNTIL WS-PATH-SUB < 1
              END-IF
              IF WS-WALK-JOINED-CHAIN
                 MOVE WS-CHE-HEAD-SUB (WS-CURRENT-SUB) TO WS-HEAD-SUB
                 COMPUTE WS-BASE-DEPTH =
                     WS-CHE-DEPTH (WS-CURRENT-SUB) + 1
                 PERFORM 320-place-on-chain
                         VARYING WS-PATH-SUB FROM WS-PATH-COUNT BY -1
                         UNTIL WS-PATH-SUB < 1
              END-IF
              IF WS-WALK-FOUND-CYCLE
                 PERFORM 330-record-cycle
              END-IF
              IF WS-WALK-JOINED-CYCLE
                 MOVE WS-CHE-CYCLE (WS-CURRENT-SUB) TO WS-WALK-CYCLE
                 PERFORM 340-place-behind-cycle
                         VARYING WS-PATH-SUB FROM 1 BY 1
                         UNTIL WS-PATH-SUB > WS-PATH-COUNT
              END-IF
           END-IF.

       310-walk-one-link.
           IF WS-CHE-NOT-WALKED (WS-CURRENT-SUB)
              SET WS-CHE-ON-WALK (WS-CURRENT-SUB) TO TRUE
              ADD 1 TO WS-PATH-COUNT
              MOVE WS-CURRENT-SUB TO WS-PATH-ENTRY (WS-PATH-COUNT)
              IF WS-CHE-PRED-SUB (WS-CURRENT-SUB) = ZERO
                 SET WS-WALK-FOUND-HEAD TO TRUE
              ELSE
                 MOVE WS-CHE-PRED-SUB (WS-CURRENT-SUB)
                         TO WS-CURRENT-SUB
              END-IF
           ELSE
              IF WS-CHE-ON-WALK (WS-CURRENT-SUB)
                 SET WS-WALK-FOUND-CYCLE TO TRUE
              END-IF
              IF WS-CHE-ON-HEADED-CHAIN (WS-CURRENT-SUB)
                 SET WS-WALK-JOINED-CHAIN TO TRUE
              END-IF
              IF WS-CHE-IN-CYCLE (WS-CURRENT-SUB)
                 OR WS-CHE-BEHIND-CYCLE (WS-CURRENT-SUB)
                 SET WS-WALK-JOINED-CYCLE TO TRUE
              END-IF
           END-IF.

      * Path entries run from the starting ticket (1) up to the
      * ticket nearest the head, so depth grows back down the path.
       320-place-on-chain.
           MOVE WS-PATH-ENTRY (WS-PATH-SUB) TO WS-CURRENT-SUB.
           SET WS-CHE-ON-HEADED-CHAIN (WS-CURRENT-SUB) TO TRUE.
           MOVE WS-HEAD-SUB TO WS-CHE-HEAD-SUB (WS-CURRENT-SUB).
           COMPUTE WS-CHE-DEPTH (WS-CURRENT-SUB) =
               WS-BASE-DEPTH + WS-PATH-COUNT - WS-PATH-SUB.

      * The walk came back to a ticket already on it: that ticket
      * and every one walked after it form the loop; the tickets
      * walked before it only wait behind the loop.
       330-record-cycle.
           MOVE ZERO TO WS-LOOP-START.
           PERFORM 335-find-loop-start
                   VARYING WS-PATH-SUB FROM 1 BY 1
                   UNTIL WS-PATH-SUB > WS-PATH-COUNT
                   OR WS-LOOP-START > ZERO.
           IF WS-CYCLE-COUNT < 500
              ADD 1 TO WS-CYCLE-COUNT
              MOVE WS-CURRENT-SUB TO WS-CYE-FIRST-SUB (WS-CYCLE-COUNT)
              MOVE ZERO TO WS-CYE-MEMBERS (WS-CYCLE-COUNT)
              MOVE ZERO TO WS-CYE-BEHIND (WS-CYCLE-COUNT)
              MOVE WS-CYCLE-COUNT TO WS-WALK-CYCLE
           ELSE
              DISPLAY "** CYCLE TABLE FULL - CYCLE AT "
                      WS-CHE-ID (WS-CURRENT-SUB) " NOT LISTED **"
              MOVE ZERO TO WS-WALK-CYCLE
           END-IF.
           PERFORM 340-place-behind-cycle
                   VARYING WS-PATH-SUB FROM 1 BY 1
                   UNTIL WS-PATH-SUB > WS-PATH-COUNT.

       335-find-loop-start.
           IF WS-PATH-ENTRY (WS-PATH-SUB) = WS-CURRENT-SUB
              MOVE WS-PATH-SUB TO WS-LOOP-START
           END-IF.

      * Entries at or past the loop start are loop members; when
      * the walk only ran into an existing cycle every entry waits
      * behind it.
       340-place-behind-cycle.
           MOVE WS-PATH-ENTRY (WS-PATH-SUB) TO WS-PARENT-SUB.
           MOVE WS-WALK-CYCLE TO WS-CHE-CYCLE (WS-PARENT-SUB).
           IF WS-WALK-FOUND-CYCLE
              AND WS-PATH-SUB NOT < WS-LOOP-START
              SET WS-CHE-IN-CYCLE (WS-PARENT-SUB) TO TRUE
              IF WS-WALK-CYCLE > ZERO
                 ADD 1 TO WS-CYE-MEMBERS (WS-WALK-CYCLE)
              END-IF
           ELSE
              SET WS-CHE-BEHIND-CYCLE (WS-PARENT-SUB) TO TRUE
              IF WS-WALK-CYCLE > ZERO
                 ADD 1 TO WS-CYE-BEHIND (WS-WALK-CYCLE)
              END-IF
           END-IF.

      * Every ticket on a headed chain counts once against each
      * ticket above it, and tells its head how deep it sits.
       400-count-one-ticket.
           IF WS-CHE-ON-HEADED-CHAIN (WS-TICKET-SUB)
              AND WS-CHE-PRED-SUB (WS-TICKET-SUB) > ZERO
              MOVE WS-CHE-HEAD-SUB (WS-TICKET-SUB) TO WS-HEAD-SUB
              IF WS-CHE-DEPTH (WS-TICKET-SUB) >
                      WS-CHE-MAX-DEPTH (WS-HEAD-SUB)
                 MOVE WS-CHE-DEPTH (WS-TICKET-SUB)
                         TO WS-CHE-MAX-DEPTH (WS-HEAD-SUB)
                 MOVE WS-TICKET-SUB TO WS-CHE-DEEPEST-SUB (WS-HEAD-SUB)
              END-IF
              MOVE WS-CHE-PRED-SUB (WS-TICKET-SUB) TO WS-PARENT-SUB
              PERFORM 410-count-behind-one-ticket
                      UNTIL WS-PARENT-SUB = ZERO
           END-IF.

       410-count-behind-one-ticket.
           ADD 1 TO WS-CHE-BEHIND (WS-PARENT-SUB).
           MOVE WS-CHE-PRED-SUB (WS-PARENT-SUB) TO WS-PARENT-SUB.

       450-find-status-name.
           MOVE "UNKNOWN    " TO WS-STATUS-NAME.
           PERFORM 455-check-one-status-name
                   VARYING WS-STATUS-SUB FROM 1 BY 1
                   UNTIL WS-STATUS-SUB > 5.

       455-check-one-status-name.
           IF WS-STN-CODE (WS-STATUS-SUB) =
                   WS-CHE-STATUS (WS-CURRENT-SUB)
              MOVE WS-STN-NAME (WS-STATUS-SUB) TO WS-STATUS-NAME
           END-IF.

       460-fill-exception-line.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           PERFORM 450-find-status-name.
           MOVE WS-CHE-ID (WS-CURRENT-SUB) TO WS-EXL-TICKET.
           MOVE WS-CHE-DEPARTMENT (WS-CURRENT-SUB)
                   TO WS-EXL-DEPARTMENT.
           MOVE WS-STATUS-NAME TO WS-EXL-STATUS.
           MOVE WS-CHE-PREDECESSOR (WS-CURRENT-SUB)
                   TO WS-EXL-PREDECESSOR.

      * Each loop is listed in waiting order from the ticket the
      * walk closed it on, followed by the tickets behind it.
       500-write-cycles.
           MOVE SPACES TO WS-SECTION-LINE.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-SECTION-LINE.
           MOVE "CYCLES - TICKETS THAT CAN NEVER BECOME DUE"
                   TO WS-SCL-TEXT.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-SECTION-LINE.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-EXCEPTION-HEADING.
           IF WS-CYCLE-COUNT = ZERO
              MOVE "  NONE" TO WS-SCL-TEXT
              WRITE CNTDN-CHAIN-RPT-LINE FROM WS-SECTION-LINE
           END-IF.
           PERFORM 510-write-one-cycle
                   VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > WS-CYCLE-COUNT.

       510-write-one-cycle.
           ADD WS-CYE-MEMBERS (WS-CYCLE-SUB) TO WS-CYCLE-TICKETS.
           ADD WS-CYE-BEHIND (WS-CYCLE-SUB)  TO WS-CYCLE-TICKETS.
           MOVE WS-CYE-FIRST-SUB (WS-CYCLE-SUB) TO WS-CURRENT-SUB.
           PERFORM 520-write-one-loop-member.
           MOVE WS-CHE-PRED-SUB (WS-CURRENT-SUB) TO WS-CURRENT-SUB.
           PERFORM 515-write-next-loop-member
                   UNTIL WS-CURRENT-SUB =
                         WS-CYE-FIRST-SUB (WS-CYCLE-SUB).
           PERFORM 530-write-one-behind-cycle
                   VARYING WS-CURRENT-SUB FROM 1 BY 1
                   UNTIL WS-CURRENT-SUB > WS-CHAIN-COUNT.

       515-write-next-loop-member.
           PERFORM 520-write-one-loop-member.
           MOVE WS-CHE-PRED-SUB (WS-CURRENT-SUB) TO WS-CURRENT-SUB.

       520-write-one-loop-member.
           PERFORM 460-fill-exception-line.
           MOVE "CYCLE" TO WS-EXL-TYPE.
           MOVE WS-CYCLE-SUB TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT (3:3) TO WS-EXL-TYPE (7:3).
           MOVE "IN THE LOOP" TO WS-EXL-NOTE.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-EXCEPTION-LINE.

       530-write-one-behind-cycle.
           IF WS-CHE-BEHIND-CYCLE (WS-CURRENT-SUB)
              AND WS-CHE-CYCLE (WS-CURRENT-SUB) = WS-CYCLE-SUB
              PERFORM 460-fill-exception-line
              MOVE "WAITING BEHIND THE LOOP" TO WS-EXL-NOTE
              WRITE CNTDN-CHAIN-RPT-LINE FROM WS-EXCEPTION-LINE
           END-IF.

      * A chain is broken where its head names a ticket no longer
      * on the master, or where a ticket that others wait on has
      * FAILED and used up its retries.  The stuck count is every
      * ticket that can now never run because of it.
       550-write-broken-chains.
           MOVE SPACES TO WS-SECTION-LINE.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-SECTION-LINE.
           MOVE "BROKEN CHAINS" TO WS-SCL-TEXT.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-SECTION-LINE.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-EXCEPTION-HEADING.
           PERFORM 560-check-one-broken-link
                   VARYING WS-CURRENT-SUB FROM 1 BY 1
                   UNTIL WS-CURRENT-SUB > WS-CHAIN-COUNT.
           IF WS-BROKEN-CHAINS = ZERO
              MOVE SPACES TO WS-SECTION-LINE
              MOVE "  NONE" TO WS-SCL-TEXT
              WRITE CNTDN-CHAIN-RPT-LINE FROM WS-SECTION-LINE
           END-IF.

       560-check-one-broken-link.
           IF WS-CHE-ON-HEADED-CHAIN (WS-CURRENT-SUB)
              AND WS-CHE-PREDECESSOR (WS-CURRENT-SUB) NOT = SPACES
              AND WS-CHE-PRED-SUB (WS-CURRENT-SUB) = ZERO
              AND WS-CHE-STATUS (WS-CURRENT-SUB) NOT = "D"
              PERFORM 460-fill-exception-line
              MOVE "DELETED" TO WS-EXL-TYPE
              COMPUTE WS-STUCK-COUNT =
                  WS-CHE-BEHIND (WS-CURRENT-SUB) + 1
              MOVE WS-STUCK-COUNT TO WS-EDIT-COUNT
              STRING "NOT ON MASTER - STUCK " DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     INTO WS-EXL-NOTE
              END-STRING
              WRITE CNTDN-CHAIN-RPT-LINE FROM WS-EXCEPTION-LINE
              ADD 1 TO WS-BROKEN-CHAINS
              ADD WS-STUCK-COUNT TO WS-BROKEN-TICKETS
           END-IF.
           IF WS-CHE-STATUS (WS-CURRENT-SUB) = "F"
              AND WS-CHE-RETRY-COUNT (WS-CURRENT-SUB) NOT <
                      WS-RETRY-LIMIT
              AND WS-CHE-FIRST-CHILD (WS-CURRENT-SUB) > ZERO
              PERFORM 460-fill-exception-line
              MOVE "RETRY LIM" TO WS-EXL-TYPE
              MOVE WS-CHE-RETRY-COUNT (WS-CURRENT-SUB)
                      TO WS-EDIT-RETRIES
              MOVE WS-CHE-BEHIND (WS-CURRENT-SUB) TO WS-STUCK-COUNT
              MOVE WS-STUCK-COUNT TO WS-EDIT-COUNT
              STRING "TRIED " DELIMITED BY SIZE
                     WS-EDIT-RETRIES DELIMITED BY SIZE
                     " TIMES, STUCK " DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                     INTO WS-EXL-NOTE
              END-STRING
              WRITE CNTDN-CHAIN-RPT-LINE FROM WS-EXCEPTION-LINE
              ADD 1 TO WS-BROKEN-CHAINS
              ADD WS-STUCK-COUNT TO WS-BROKEN-TICKETS
           END-IF.

      * One line per chain head whose chain runs past the limit,
      * naming the deepest ticket on it.
       580-write-deep-chains.
           MOVE SPACES TO WS-SECTION-LINE.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-SECTION-LINE.
           MOVE "CHAINS DEEPER THAN THE LIMIT" TO WS-SCL-TEXT.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-SECTION-LINE.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-EXCEPTION-HEADING.
           PERFORM 590-check-one-deep-chain
                   VARYING WS-CURRENT-SUB FROM 1 BY 1
                   UNTIL WS-CURRENT-SUB > WS-CHAIN-COUNT.
           IF WS-DEEP-CHAINS = ZERO
              MOVE SPACES TO WS-SECTION-LINE
              MOVE "  NONE" TO WS-SCL-TEXT
              WRITE CNTDN-CHAIN-RPT-LINE FROM WS-SECTION-LINE
           END-IF.

       590-check-one-deep-chain.
           IF WS-CHE-ON-HEADED-CHAIN (WS-CURRENT-SUB)
              AND WS-CHE-PRED-SUB (WS-CURRENT-SUB) = ZERO
              AND WS-CHE-MAX-DEPTH (WS-CURRENT-SUB) > WS-DEPTH-LIMIT
              PERFORM 460-fill-exception-line
              MOVE "TOO DEEP" TO WS-EXL-TYPE
              MOVE WS-CHE-MAX-DEPTH (WS-CURRENT-SUB) TO WS-EDIT-COUNT
              MOVE WS-CHE-DEEPEST-SUB (WS-CURRENT-SUB) TO WS-PARENT-SUB
              STRING WS-EDIT-COUNT DELIMITED BY SIZE
                     " LINKS DOWN TO " DELIMITED BY SIZE
                     WS-CHE-ID (WS-PARENT-SUB) DELIMITED BY SIZE
                     INTO WS-EXL-NOTE
              END-STRING
              WRITE CNTDN-CHAIN-RPT-LINE FROM WS-EXCEPTION-LINE
              ADD 1 TO WS-DEEP-CHAINS
           END-IF.

      * A department sees every chain any of its tickets is on -
      * a payroll ticket waiting on a finance ticket shows under
      * both - printed whole from the head down.  Tickets with no
      * predecessor and nothing waiting on them are not chains;
      * cycles have no head and are listed in full above.
       600-write-dependency-map.
           PERFORM 610-map-one-ticket
                   VARYING WS-TICKET-SUB FROM 1 BY 1
                   UNTIL WS-TICKET-SUB > WS-CHAIN-COUNT.
           MOVE SPACES TO WS-SECTION-LINE.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-SECTION-LINE.
           MOVE "DEPENDENCY MAP BY DEPARTMENT" TO WS-SCL-TEXT.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-SECTION-LINE.
           IF WS-DEPT-COUNT = ZERO
              MOVE "  NO CHAINS ON THE MASTER" TO WS-SCL-TEXT
              WRITE CNTDN-CHAIN-RPT-LINE FROM WS-SECTION-LINE
           END-IF.
           PERFORM 640-write-one-department
                   VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.

       610-map-one-ticket.
           IF WS-CHE-ON-HEADED-CHAIN (WS-TICKET-SUB)
              AND (WS-CHE-PREDECESSOR (WS-TICKET-SUB) NOT = SPACES
                   OR WS-CHE-FIRST-CHILD (WS-TICKET-SUB) > ZERO)
              ADD 1 TO WS-TICKETS-CHAINED
              IF WS-CHE-PRED-SUB (WS-TICKET-SUB) = ZERO
                 ADD 1 TO WS-CHAINS-FOUND
              END-IF
              PERFORM 620-find-department
              IF WS-DEPT-FOUND-SUB > ZERO
                 MOVE ZERO TO WS-MAP-FOUND-SUB
                 PERFORM 630-check-one-map-entry
                         VARYING WS-MAP-SUB FROM 1 BY 1
                         UNTIL WS-MAP-SUB > WS-MAP-COUNT
                         OR WS-MAP-FOUND-SUB > ZERO
                 IF WS-MAP-FOUND-SUB = ZERO
                    ADD 1 TO WS-MAP-COUNT
                    MOVE WS-DEPT-FOUND-SUB
                            TO WS-MPE-DEPT-SUB (WS-MAP-COUNT)
                    MOVE WS-CHE-HEAD-SUB (WS-TICKET-SUB)
                            TO WS-MPE-HEAD-SUB (WS-MAP-COUNT)
                    ADD 1 TO WS-DPE-CHAINS (WS-DEPT-FOUND-SUB)
                 END-IF
              END-IF
           END-IF.

       620-find-department.
           MOVE ZERO TO WS-DEPT-FOUND-SUB.
           PERFORM 625-check-one-department
                   VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-DEPT-FOUND-SUB > ZERO.
           IF WS-DEPT-FOUND-SUB = ZERO
              IF WS-DEPT-COUNT < 100
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-SUB
                 MOVE WS-CHE-DEPARTMENT (WS-TICKET-SUB)
                         TO WS-DPE-ID (WS-DEPT-FOUND-SUB)
                 MOVE ZERO TO WS-DPE-CHAINS (WS-DEPT-FOUND-SUB)
              ELSE
                 DISPLAY "** DEPARTMENT TABLE FULL - "
                         WS-CHE-DEPARTMENT (WS-TICKET-SUB)
                         " OMITTED FROM THE MAP **"
              END-IF
           END-IF.

       625-check-one-department.
           IF WS-DPE-ID (WS-DEPT-SUB) =
                   WS-CHE-DEPARTMENT (WS-TICKET-SUB)
              MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
           END-IF.

       630-check-one-map-entry.
           IF WS-MPE-DEPT-SUB (WS-MAP-SUB) = WS-DEPT-FOUND-SUB
              AND WS-MPE-HEAD-SUB (WS-MAP-SUB) =
                      WS-CHE-HEAD-SUB (WS-TICKET-SUB)
              MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB
           END-IF.

       640-write-one-department.
           MOVE SPACES TO WS-SECTION-LINE.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-SECTION-LINE.
           MOVE WS-DPE-ID (WS-DEPT-SUB)     TO WS-DHL-DEPARTMENT.
           MOVE WS-DPE-CHAINS (WS-DEPT-SUB) TO WS-DHL-CHAINS.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-DEPT-HEADING-LINE.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-MAP-HEADING.
           PERFORM 650-write-one-chain
                   VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT.

      * The chain is printed depth first without a stack: down to
      * the first child where there is one, otherwise across to
      * the next sibling, climbing back up until a sibling turns
      * up or the climb reaches the head again.
       650-write-one-chain.
           IF WS-MPE-DEPT-SUB (WS-MAP-SUB) = WS-DEPT-SUB
              MOVE WS-MPE-HEAD-SUB (WS-MAP-SUB) TO WS-HEAD-SUB
              MOVE WS-HEAD-SUB TO WS-CURRENT-SUB
              MOVE "N" TO WS-MAP-DONE-SWITCH
              PERFORM 660-write-one-link
                      UNTIL WS-MAP-DONE
           END-IF.

       660-write-one-link.
           PERFORM 680-write-map-line.
           IF WS-CHE-FIRST-CHILD (WS-CURRENT-SUB) > ZERO
              MOVE WS-CHE-FIRST-CHILD (WS-CURRENT-SUB)
                      TO WS-CURRENT-SUB
           ELSE
              MOVE "N" TO WS-CLIMB-DONE-SWITCH
              PERFORM 670-climb-one-link
                      UNTIL WS-CLIMB-DONE
           END-IF.

       670-climb-one-link.
           IF WS-CURRENT-SUB = WS-HEAD-SUB
              SET WS-MAP-DONE TO TRUE
              SET WS-CLIMB-DONE TO TRUE
           ELSE
              IF WS-CHE-NEXT-SIBLING (WS-CURRENT-SUB) > ZERO
                 MOVE WS-CHE-NEXT-SIBLING (WS-CURRENT-SUB)
                         TO WS-CURRENT-SUB
                 SET WS-CLIMB-DONE TO TRUE
              ELSE
                 MOVE WS-CHE-PRED-SUB (WS-CURRENT-SUB)
                         TO WS-CURRENT-SUB
              END-IF
           END-IF.

       680-write-map-line.
           MOVE SPACES TO WS-MAP-LINE.
           PERFORM 450-find-status-name.
           MOVE WS-CHE-DEPTH (WS-CURRENT-SUB) TO WS-MPL-LEVEL.
           IF WS-CHE-DEPTH (WS-CURRENT-SUB) > 12
              MOVE 25 TO WS-INDENT-POS
           ELSE
              COMPUTE WS-INDENT-POS =
                  WS-CHE-DEPTH (WS-CURRENT-SUB) * 2 + 1
           END-IF.
           MOVE WS-CHE-ID (WS-CURRENT-SUB)
                   TO WS-MPL-INDENT-AREA (WS-INDENT-POS:8).
           MOVE WS-CHE-DEPARTMENT (WS-CURRENT-SUB) TO WS-MPL-DEPARTMENT.
           MOVE WS-STATUS-NAME TO WS-MPL-STATUS.
           IF WS-CHE-DEPTH (WS-CURRENT-SUB) > WS-DEPTH-LIMIT
              MOVE "TOO DEEP" TO WS-MPL-FLAG
           END-IF.
           IF WS-CHE-STATUS (WS-CURRENT-SUB) = "F"
              AND WS-CHE-RETRY-COUNT (WS-CURRENT-SUB) NOT <
                      WS-RETRY-LIMIT
              MOVE "RETRY LIMIT" TO WS-MPL-FLAG
           END-IF.
           IF WS-CHE-PREDECESSOR (WS-CURRENT-SUB) NOT = SPACES
              AND WS-CHE-PRED-SUB (WS-CURRENT-SUB) = ZERO
              MOVE "PRED GONE" TO WS-MPL-FLAG
           END-IF.
           IF WS-CHE-BEHIND (WS-CURRENT-SUB) > ZERO
              AND WS-CHE-STATUS (WS-CURRENT-SUB) NOT = "D"
              MOVE WS-CHE-BEHIND (WS-CURRENT-SUB) TO WS-HDT-COUNT
              MOVE WS-HOLDS-TEXT TO WS-MPL-HOLDS
           END-IF.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-MAP-LINE.

       700-write-totals.
           MOVE SPACES TO WS-SECTION-LINE.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-SECTION-LINE.
           MOVE "TICKETS ON THE MASTER" TO WS-TTL-TEXT.
           MOVE WS-TICKETS-READ TO WS-TTL-COUNT.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "TICKETS ON CHAINS" TO WS-TTL-TEXT.
           MOVE WS-TICKETS-CHAINED TO WS-TTL-COUNT.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "CHAINS" TO WS-TTL-TEXT.
           MOVE WS-CHAINS-FOUND TO WS-TTL-COUNT.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "CYCLES" TO WS-TTL-TEXT.
           MOVE WS-CYCLE-COUNT TO WS-TTL-COUNT.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "TICKETS IN OR BEHIND CYCLES" TO WS-TTL-TEXT.
           MOVE WS-CYCLE-TICKETS TO WS-TTL-COUNT.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "BROKEN CHAINS" TO WS-TTL-TEXT.
           MOVE WS-BROKEN-CHAINS TO WS-TTL-COUNT.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "TICKETS STUCK ON BROKEN CHAINS" TO WS-TTL-TEXT.
           MOVE WS-BROKEN-TICKETS TO WS-TTL-COUNT.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "CHAINS DEEPER THAN THE LIMIT" TO WS-TTL-TEXT.
           MOVE WS-DEEP-CHAINS TO WS-TTL-COUNT.
           WRITE CNTDN-CHAIN-RPT-LINE FROM WS-TOTAL-LINE.

       900-terminate.
           IF WS-MASTER-FILE-OPEN
              CLOSE CNTDN-MASTER-FILE
           END-IF.
           IF WS-CHAIN-RPT-OPEN
              CLOSE CNTDN-CHAIN-RPT-FILE
           END-IF.
           DISPLAY "TICKETS READ        " WS-TICKETS-READ.
           DISPLAY "CYCLES              " WS-CYCLE-COUNT.
           DISPLAY "BROKEN CHAINS       " WS-BROKEN-CHAINS.
           DISPLAY "CHAINS TOO DEEP     " WS-DEEP-CHAINS.
           IF WS-ABEND-OCCURRED
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-PARM-ERROR
                 MOVE 12 TO RETURN-CODE
              ELSE
                 IF WS-CYCLE-COUNT > ZERO
                    OR WS-BROKEN-CHAINS > ZERO
                    OR WS-DEEP-CHAINS > ZERO
                    DISPLAY "** PREDECESSOR CHAINS NEED ATTENTION **"
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
