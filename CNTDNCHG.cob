      * either, it is priced at zero and flagged NO RATE on its
      * statement.  Paced seconds come from the detail's elapsed
      * time (hundredths are dropped).
      *
      * A ticket split over several nights arrives as one PARTIAL
      * detail per night the window closed on it and a final DONE
      * or LATE detail.  Every segment's steps and seconds are
      * billed, but only the final detail counts as a ticket, so a
      * three-night ticket is charged as one piece of work; the
      * statement shows the PARTIAL segments separately.
      *
      * Each statement is headed with the department's full name
      * and cost center from the department master (CNTDNDPT); a
      * code not on it is headed NOT ON DEPT MASTER so a mistyped
      * department is not billed unnoticed.

       ENVIRONMENT DIVISION.

           SELECT CNTDN-RATE-FILE ASSIGN TO "CNTDNRAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT CNTDN-DEPT-FILE ASSIGN TO "CNTDNDPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNTDN-DPF-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT CNTDN-CHARGE-RPT-FILE ASSIGN TO "CNTDNCHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHARGE-RPT-STATUS.
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-RATE-RECORD          PIC X(22).

       FD  CNTDN-DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-DEPT-RECORD.
           05  CNTDN-DPF-CODE         PIC X(08).
           05  FILLER                 PIC X(92).

       FD  CNTDN-CHARGE-RPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           88  WS-RATE-FILE-OPEN                    VALUE "Y".
       77    WS-CHARGE-RPT-OPEN-SWITCH PIC X        VALUE "N".
           88  WS-CHARGE-RPT-OPEN                   VALUE "Y".
       77    WS-DEPT-FILE-STATUS    PIC XX          VALUE SPACES.
       77    WS-DEPT-FILE-OPEN-SWITCH PIC X         VALUE "N".
           88  WS-DEPT-FILE-OPEN                    VALUE "Y".
       77    WS-ABEND-SWITCH        PIC X           VALUE "N".
           88  WS-ABEND-OCCURRED                    VALUE "Y".
       77    WS-END-OF-EXTRACT-SWITCH PIC X         VALUE "N".
               10  WS-DPE-TICKETS     PIC 9(07).
               10  WS-DPE-STEPS       PIC 9(09).
               10  WS-DPE-SECONDS     PIC 9(09).
               10  WS-DPE-PARTIALS    PIC 9(05).
               10  WS-DPE-RATED-SWITCH PIC X(01).

      * The extract details are written with fixed-width fields
               10  WS-EXP-ELAPSED-HS  PIC 99.
           05  FILLER                 PIC X(01).
           05  WS-EXP-DISPOSITION     PIC X(08).
           05  FILLER                 PIC X(19).
           05  WS-EXP-SEGMENT         PIC X(01).
           05  FILLER                 PIC X(01).

       01  WS-TRAILER-PARSE REDEFINES WS-EXTRACT-PARSE.
           05  FILLER                 PIC X(02).
       01  WS-STATEMENT-HEADING.
           05  FILLER                 PIC X(11)
                 VALUE "DEPARTMENT ".
           05  WS-STH-DEPT-NAME       PIC X(30).
           05  FILLER                 PIC X(04)
                 VALUE " CC ".
           05  WS-STH-COST-CENTER     PIC X(10).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-STH-REMARK          PIC X(08).
           05  FILLER                 PIC X(15)  VALUE SPACES.

       01  WS-USAGE-LINE.
           05  FILLER                 PIC X(09)
           05  FILLER                 PIC X(09)
                 VALUE "  SECONDS".
           05  WS-USL-SECONDS         PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(09)
                 VALUE "  PARTIAL".
           05  WS-USL-PARTIALS        PIC ZZZZ9.
           05  FILLER                 PIC X(16)  VALUE SPACES.

       01  WS-CHARGE-LINE.
           05  FILLER                 PIC X(07)
           05  WS-BAL-VERDICT         PIC X(08).
           05  FILLER                 PIC X(22)  VALUE SPACES.

           COPY CNTDNDP.

       PROCEDURE DIVISION.

       000-General.
           ELSE
              SET WS-RATE-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT CNTDN-DEPT-FILE.
           IF WS-DEPT-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNDPT - STATUS "
                      WS-DEPT-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-DEPT-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT CNTDN-CHARGE-RPT-FILE.
           IF WS-CHARGE-RPT-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNCHO - STATUS "
           ADD 1 TO WS-DETAILS-READ.
           PERFORM 220-find-department-entry.
           IF WS-DEPT-FOUND-SUB > ZERO
              IF WS-EXP-DISPOSITION = "PARTIAL "
                 ADD 1 TO WS-DPE-PARTIALS (WS-DEPT-FOUND-SUB)
              ELSE
                 ADD 1 TO WS-DPE-TICKETS (WS-DEPT-FOUND-SUB)
              END-IF
              IF WS-EXP-STEP-COUNT IS NUMERIC
                 MOVE WS-EXP-STEP-COUNT TO WS-STEP-WORK
                 ADD WS-STEP-WORK
              MOVE ZERO TO WS-DPE-TICKETS (WS-DEPT-FOUND-SUB)
              MOVE ZERO TO WS-DPE-STEPS (WS-DEPT-FOUND-SUB)
              MOVE ZERO TO WS-DPE-SECONDS (WS-DEPT-FOUND-SUB)
              MOVE ZERO TO WS-DPE-PARTIALS (WS-DEPT-FOUND-SUB)
              MOVE "N"  TO WS-DPE-RATED-SWITCH (WS-DEPT-FOUND-SUB)
           END-IF.
           IF WS-DEPT-FOUND-SUB = ZERO
           ELSE
              MOVE "NO RATE " TO WS-STH-REMARK
           END-IF.
           MOVE SPACES TO WS-STH-DEPT-NAME.
           MOVE SPACES TO WS-STH-COST-CENTER.
           MOVE WS-DPE-DEPARTMENT (WS-DEPT-SUB) TO CNTDN-DPF-CODE.
           READ CNTDN-DEPT-FILE INTO CNTDN-DEPARTMENT-DETAIL
               INVALID KEY
                   STRING CNTDN-DPF-CODE " NOT ON DEPT MASTER"
                          DELIMITED BY SIZE INTO WS-STH-DEPT-NAME
               NOT INVALID KEY
                   MOVE CNTDN-DPT-NAME        TO WS-STH-DEPT-NAME
                   MOVE CNTDN-DPT-COST-CENTER TO WS-STH-COST-CENTER
           END-READ.
           WRITE CNTDN-CHARGE-RPT-LINE FROM WS-STATEMENT-HEADING.
           MOVE WS-DPE-TICKETS (WS-DEPT-SUB) TO WS-USL-TICKETS.
           MOVE WS-DPE-STEPS (WS-DEPT-SUB)   TO WS-USL-STEPS.
           MOVE WS-DPE-SECONDS (WS-DEPT-SUB) TO WS-USL-SECONDS.
           MOVE WS-DPE-PARTIALS (WS-DEPT-SUB) TO WS-USL-PARTIALS.
           WRITE CNTDN-CHARGE-RPT-LINE FROM WS-USAGE-LINE.
           MOVE WS-STEP-CHARGE TO WS-CHL-STEP-CHARGE.
           MOVE WS-TIME-CHARGE TO WS-CHL-TIME-CHARGE.
           IF WS-CHARGE-RPT-OPEN
              CLOSE CNTDN-CHARGE-RPT-FILE
           END-IF.
           IF WS-DEPT-FILE-OPEN
              CLOSE CNTDN-DEPT-FILE
           END-IF.
           DISPLAY "DETAILS PRICED   " WS-DETAILS-READ.
           DISPLAY "TRAILER COUNT    " WS-TRAILER-TOTAL.
           IF WS-ABEND-OCCURRED
