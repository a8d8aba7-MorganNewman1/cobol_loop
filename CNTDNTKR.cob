      * way the queue splitter projects its stream balancing.
      * The master carries no held-since date, so a held ticket
      * ages from its effective date like a waiting one.
      * Departments print by full name and cost center from the
      * department master (CNTDNDPT); a code not on it prints as
      * the code and NOT ON MASTER in place of the name so a
      * mistyped department stands out.
      * The PARM is 'AS-OF THRESHOLD' - the as-of date (YYYYMMDD,
      * default today) and the held threshold in days (default 7).

               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNTDN-MST-TICKET-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CNTDN-DEPT-FILE ASSIGN TO "CNTDNDPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNTDN-DPF-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT CNTDN-BACKLOG-RPT-FILE ASSIGN TO "CNTDNTKL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKLOG-RPT-STATUS.
           05  CNTDN-MST-TICKET-ID    PIC X(08).
           05  FILLER                 PIC X(52).

       FD  CNTDN-DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-DEPT-RECORD.
           05  CNTDN-DPF-CODE         PIC X(08).
           05  FILLER                 PIC X(92).

       FD  CNTDN-BACKLOG-RPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           88  WS-MASTER-FILE-OPEN                  VALUE "Y".
       77    WS-BACKLOG-RPT-OPEN-SWITCH PIC X       VALUE "N".
           88  WS-BACKLOG-RPT-OPEN                  VALUE "Y".
       77    WS-DEPT-FILE-STATUS    PIC XX          VALUE SPACES.
       77    WS-DEPT-FILE-OPEN-SWITCH PIC X         VALUE "N".
           88  WS-DEPT-FILE-OPEN                    VALUE "Y".
       77    WS-LOOKUP-NAME         PIC X(30)       VALUE SPACES.
       77    WS-LOOKUP-COST-CENTER  PIC X(10)       VALUE SPACES.
       77    WS-ABEND-SWITCH        PIC X           VALUE "N".
           88  WS-ABEND-OCCURRED                    VALUE "Y".
       77    WS-END-OF-MASTER-SWITCH PIC X          VALUE "N".
           05  WS-TAL-STEPS           PIC 9(09).
           05  FILLER                 PIC X(50)  VALUE SPACES.

       01  WS-DEPT-TALLY-LINE.
           05  WS-DTL-NAME            PIC X(30).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-DTL-COST-CENTER     PIC X(10).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-DTL-COUNT           PIC 9(05).
           05  FILLER                 PIC X(03)  VALUE SPACES.
           05  WS-DTL-STEPS           PIC 9(09).
           05  FILLER                 PIC X(20)  VALUE SPACES.

       01  WS-AGING-LINE.
           05  WS-AGL-TICKET-ID       PIC X(08).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-AGL-DEPT-NAME       PIC X(24).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-AGL-COST-CENTER     PIC X(10).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-AGL-PRIORITY        PIC 9(01).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  FILLER                 PIC X(06)
                 VALUE " DAYS ".
           05  WS-AGL-REMARK          PIC X(08).
           05  FILLER                 PIC X(01)  VALUE SPACES.

           COPY CNTDNTK.

           COPY CNTDNDP.

       PROCEDURE DIVISION.

       000-General.
           ELSE
              SET WS-MASTER-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT CNTDN-DEPT-FILE.
           IF WS-DEPT-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNDPT - STATUS "
                      WS-DEPT-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-DEPT-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT CNTDN-BACKLOG-RPT-FILE.
           IF WS-BACKLOG-RPT-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNTKL - STATUS "
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.

       525-write-one-department.
           MOVE WS-DPE-ID (WS-DEPT-SUB)    TO CNTDN-DPF-CODE.
           PERFORM 590-look-up-department.
           MOVE WS-LOOKUP-NAME             TO WS-DTL-NAME.
           MOVE WS-LOOKUP-COST-CENTER      TO WS-DTL-COST-CENTER.
           MOVE WS-DPE-COUNT (WS-DEPT-SUB) TO WS-DTL-COUNT.
           MOVE WS-DPE-STEPS (WS-DEPT-SUB) TO WS-DTL-STEPS.
           WRITE CNTDN-BACKLOG-RPT-LINE FROM WS-DEPT-TALLY-LINE.

       530-write-priority-section.
           MOVE SPACES TO WS-SECTION-LINE.
       580-write-aging-line.
           MOVE SPACES TO WS-AGL-REMARK.
           MOVE CNTDN-TKT-ID         TO WS-AGL-TICKET-ID.
           MOVE CNTDN-TKT-DEPARTMENT TO CNTDN-DPF-CODE.
           PERFORM 590-look-up-department.
           MOVE WS-LOOKUP-NAME        TO WS-AGL-DEPT-NAME.
           MOVE WS-LOOKUP-COST-CENTER TO WS-AGL-COST-CENTER.
           IF CNTDN-TKT-PRIORITY IS NUMERIC
              MOVE CNTDN-TKT-PRIORITY TO WS-AGL-PRIORITY
           ELSE
           END-IF.
           WRITE CNTDN-BACKLOG-RPT-LINE FROM WS-AGING-LINE.

      * Name and cost center for the department code in
      * CNTDN-DPF-CODE.
       590-look-up-department.
           MOVE SPACES TO WS-LOOKUP-NAME.
           MOVE SPACES TO WS-LOOKUP-COST-CENTER.
           READ CNTDN-DEPT-FILE INTO CNTDN-DEPARTMENT-DETAIL
               INVALID KEY
                   STRING CNTDN-DPF-CODE " NOT ON MASTER"
                          DELIMITED BY SIZE INTO WS-LOOKUP-NAME
               NOT INVALID KEY
                   MOVE CNTDN-DPT-NAME        TO WS-LOOKUP-NAME
                   MOVE CNTDN-DPT-COST-CENTER TO WS-LOOKUP-COST-CENTER
           END-READ.

       900-terminate.
           IF WS-MASTER-FILE-OPEN
              CLOSE CNTDN-MASTER-FILE
           IF WS-BACKLOG-RPT-OPEN
              CLOSE CNTDN-BACKLOG-RPT-FILE
           END-IF.
           IF WS-DEPT-FILE-OPEN
              CLOSE CNTDN-DEPT-FILE
           END-IF.
           DISPLAY "TICKETS READ        " WS-RECORDS-READ.
           DISPLAY "HELD PAST THRESHOLD " WS-HELD-SHOWN.
           IF WS-ABEND-OCCURRED
