       IDENTIFICATION DIVISION.

       PROGRAM-ID. cntdnsvr.

      * Security violation report for the auditors.  Reads the
      * security violation file (CNTDNVIO - every run, operator
      * command, ticket maintenance, reject repair and department
      * maintenance refused by the countdown, CNTDNTKM, CNTDNREP or
      * CNTDNDPM) and the authorized operator file (CNTDNAUT), and
      * prints on CNTDNSVO:
      *     every violation in the period - when, which program,
      *         which operator id, the function asked for, why it
      *         was refused and what was asked
      *     the violations summed by operator id, with the
      *         operator's name, or a flag when the id is not on
      *         the operator file at all
      *     the expired ids still on the operator file
      *     the dormant ids - active ids not used by any program
      *         for the dormant limit in days, or never used and
      *         on file that long
      *     the totals
      * The PARM is 'FROM TO DAYS' - the first and last violation
      * date (YYYYMMDD) to report and the dormant limit in days.
      * FROM and TO default to the whole file and DAYS to 090;
      * give 00000000 99999999 to take the whole file with a
      * different limit.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTDN-VIOLATION-FILE ASSIGN TO "CNTDNVIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-FILE-STATUS.
           SELECT CNTDN-AUTH-FILE ASSIGN TO "CNTDNAUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNTDN-AUT-OPERATOR-ID
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT CNTDN-SECURITY-RPT-FILE ASSIGN TO "CNTDNSVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECURITY-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CNTDN-VIOLATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-VIOLATION-RECORD     PIC X(100).

       FD  CNTDN-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-AUTH-RECORD.
           05  CNTDN-AUT-OPERATOR-ID  PIC X(08).
           05  FILLER                 PIC X(72).

       FD  CNTDN-SECURITY-RPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CNTDN-SECURITY-RPT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       77    WS-VIOLATION-FILE-STATUS PIC XX        VALUE SPACES.
       77    WS-AUTH-FILE-STATUS    PIC XX          VALUE SPACES.
       77    WS-SECURITY-RPT-STATUS PIC XX          VALUE SPACES.
       77    WS-VIOLATION-OPEN-SWITCH PIC X         VALUE "N".
           88  WS-VIOLATION-FILE-OPEN               VALUE "Y".
       77    WS-AUTH-FILE-OPEN-SWITCH PIC X         VALUE "N".
           88  WS-AUTH-FILE-OPEN                    VALUE "Y".
       77    WS-SECURITY-RPT-OPEN-SWITCH PIC X      VALUE "N".
           88  WS-SECURITY-RPT-OPEN                 VALUE "Y".
       77    WS-ABEND-SWITCH        PIC X           VALUE "N".
           88  WS-ABEND-OCCURRED                    VALUE "Y".
       77    WS-PARM-ERROR-SWITCH   PIC X           VALUE "N".
           88  WS-PARM-ERROR                        VALUE "Y".
       77    WS-END-OF-VIOLATIONS-SWITCH PIC X      VALUE "N".
           88  WS-END-OF-VIOLATIONS                 VALUE "Y".
       77    WS-END-OF-OPERATORS-SWITCH PIC X       VALUE "N".
           88  WS-END-OF-OPERATORS                  VALUE "Y".
       77    WS-OPERATOR-FOUND-SWITCH PIC X         VALUE "N".
           88  WS-OPERATOR-FOUND                    VALUE "Y".
       77    WS-CMD-LINE            PIC X(30)       VALUE SPACES.
       77    WS-FROM-PARM           PIC X(08)       VALUE SPACES.
       77    WS-TO-PARM             PIC X(08)       VALUE SPACES.
       77    WS-DAYS-PARM           PIC X(03)       JUSTIFIED RIGHT
                                                     VALUE SPACES.
       77    WS-FROM-DATE           PIC 9(08)       VALUE ZERO.
       77    WS-TO-DATE             PIC 9(08)       VALUE 99999999.
       77    WS-DORMANT-DAYS        PIC 9(03)       VALUE 90.
       77    WS-TODAY               PIC 9(08)       VALUE ZERO.
       77    WS-TODAY-SERIAL        PIC S9(09)      VALUE ZERO.
       77    WS-IDLE-DAYS           PIC S9(09)      VALUE ZERO.
       77    WS-OPERATOR-SUB        PIC 9(04)       VALUE ZERO.
       77    WS-OPERATOR-FOUND-SUB  PIC 9(04)       VALUE ZERO.
       77    WS-VIOLATIONS-READ     PIC 9(07)       VALUE ZERO.
       77    WS-VIOLATIONS-LISTED   PIC 9(07)       VALUE ZERO.
       77    WS-OPERATORS-ON-FILE   PIC 9(05)       VALUE ZERO.
       77    WS-EXPIRED-IDS         PIC 9(05)       VALUE ZERO.
       77    WS-DORMANT-IDS         PIC 9(05)       VALUE ZERO.
       77    WS-UNKNOWN-IDS         PIC 9(05)       VALUE ZERO.
       77    WS-SUMMARY-OVERFLOW    PIC 9(05)       VALUE ZERO.

      * Violations summed by the operator id that was refused.
       01  WS-OPERATOR-SUMMARY-TABLE.
           05  WS-SUMMARY-COUNT       PIC 9(04)     VALUE ZERO.
           05  WS-SUMMARY-ENTRY OCCURS 500 TIMES.
               10  WS-SUM-OPERATOR-ID PIC X(08).
               10  WS-SUM-VIOLATIONS  PIC 9(05).
               10  WS-SUM-LAST-DATE   PIC 9(08).

       01  WS-SERIAL-DATE-WORK.
           05  WS-SDW-DATE            PIC 9(08).
           05  WS-SDW-DATE-R REDEFINES WS-SDW-DATE.
               10  WS-SDW-YYYY        PIC 9(04).
               10  WS-SDW-MM          PIC 9(02).
               10  WS-SDW-DD          PIC 9(02).
           05  WS-SDW-ADJUST          PIC S9(04).
           05  WS-SDW-SERIAL          PIC S9(09).

       01  WS-REPORT-HEADING-1.
           05  FILLER                 PIC X(26)
                 VALUE "SECURITY VIOLATION REPORT".
           05  FILLER                 PIC X(05)  VALUE "FROM ".
           05  WS-RH1-FROM-DATE       PIC 9(08).
           05  FILLER                 PIC X(04)  VALUE " TO ".
           05  WS-RH1-TO-DATE         PIC 9(08).
           05  FILLER                 PIC X(11)  VALUE "  RUN DATE ".
           05  WS-RH1-TODAY           PIC 9(08).
           05  FILLER                 PIC X(10)  VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SCL-TEXT            PIC X(80).

       01  WS-VIOLATION-HEADING.
           05  FILLER                 PIC X(34)
                 VALUE "DATE     TIME   PROGRAM  OPERATOR ".
           05  FILLER                 PIC X(46)
                 VALUE "FUNCTION REASON               REQUEST".

       01  WS-VIOLATION-LINE.
           05  WS-VLL-DATE            PIC 9(08).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-VLL-TIME            PIC 9(06).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-VLL-PROGRAM         PIC X(08).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-VLL-OPERATOR-ID     PIC X(08).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-VLL-FUNCTION        PIC X(08).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-VLL-REASON          PIC X(20).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-VLL-DETAIL          PIC X(16).

       01  WS-SUMMARY-HEADING.
           05  FILLER                 PIC X(35)
                 VALUE "OPERATOR  NAME".
           05  FILLER                 PIC X(45)
                 VALUE "VIOLATIONS    LAST ONE".

       01  WS-SUMMARY-LINE.
           05  WS-SML-OPERATOR-ID     PIC X(08).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-SML-NAME            PIC X(25).
           05  FILLER                 PIC X(05)  VALUE SPACES.
           05  WS-SML-VIOLATIONS      PIC ZZZZ9.
           05  FILLER                 PIC X(04)  VALUE SPACES.
           05  WS-SML-LAST-DATE       PIC 9(08).
           05  FILLER                 PIC X(23)  VALUE SPACES.

       01  WS-OPERATOR-HEADING.
           05  FILLER                 PIC X(37)
                 VALUE "OPERATOR  NAME".
           05  FILLER                 PIC X(43)
                 VALUE "ACTIVE   EXPIRES  LAST USE BY         IDLE".

       01  WS-OPERATOR-LINE.
           05  WS-OPL-OPERATOR-ID     PIC X(08).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-OPL-NAME            PIC X(25).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-OPL-ACTIVE-DATE     PIC 9(08).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-OPL-EXPIRY-DATE     PIC X(08).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-OPL-LAST-USED       PIC X(08).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-OPL-LAST-PGM        PIC X(08).
           05  FILLER                 PIC X(02)  VALUE SPACES.
           05  WS-OPL-IDLE-DAYS       PIC ZZZZ9.
           05  FILLER                 PIC X(01)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TTL-LABEL           PIC X(30).
           05  FILLER                 PIC X(01)  VALUE SPACES.
           05  WS-TTL-COUNT           PIC 9(07).
           05  FILLER                 PIC X(42)  VALUE SPACES.

           COPY CNTDNOP.

           COPY CNTDNSV.

       PROCEDURE DIVISION.

       000-General.

           PERFORM 010-initialize.
           IF NOT WS-ABEND-OCCURRED
              AND NOT WS-PARM-ERROR
              PERFORM 050-write-headings
              PERFORM 100-read-one-violation
                      UNTIL WS-END-OF-VIOLATIONS
              PERFORM 200-write-operator-summary
              PERFORM 300-list-expired-ids
              PERFORM 400-list-dormant-ids
              PERFORM 500-write-totals
           END-IF.
           PERFORM 900-terminate.
           STOP RUN.

       010-initialize.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-FROM-PARM WS-TO-PARM WS-DAYS-PARM.
           IF WS-FROM-PARM NOT = SPACES
              IF WS-FROM-PARM IS NUMERIC
                 MOVE WS-FROM-PARM TO WS-FROM-DATE
              ELSE
                 SET WS-PARM-ERROR TO TRUE
              END-IF
           END-IF.
           IF WS-TO-PARM NOT = SPACES
              IF WS-TO-PARM IS NUMERIC
                 MOVE WS-TO-PARM TO WS-TO-DATE
              ELSE
                 SET WS-PARM-ERROR TO TRUE
              END-IF
           END-IF.
           IF WS-DAYS-PARM NOT = SPACES
              INSPECT WS-DAYS-PARM CONVERTING " " TO "0"
              IF WS-DAYS-PARM IS NUMERIC
                 AND WS-DAYS-PARM NOT = "000"
                 MOVE WS-DAYS-PARM TO WS-DORMANT-DAYS
              ELSE
                 SET WS-PARM-ERROR TO TRUE
              END-IF
           END-IF.
           IF WS-PARM-ERROR
              DISPLAY "** PARM MUST BE 'FROM TO DAYS' - YYYYMMDD "
                      "YYYYMMDD 001-999 **"
           ELSE
              PERFORM 020-open-files
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-SDW-DATE.
           PERFORM 070-date-to-serial.
           MOVE WS-SDW-SERIAL TO WS-TODAY-SERIAL.

       020-open-files.
           OPEN INPUT CNTDN-VIOLATION-FILE.
           IF WS-VIOLATION-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNVIO - STATUS "
                      WS-VIOLATION-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-VIOLATION-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT CNTDN-AUTH-FILE.
           IF WS-AUTH-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNAUT - STATUS "
                      WS-AUTH-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-AUTH-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT CNTDN-SECURITY-RPT-FILE.
           IF WS-SECURITY-RPT-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNSVO - STATUS "
                      WS-SECURITY-RPT-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-SECURITY-RPT-OPEN TO TRUE
           END-IF.

       050-write-headings.
           MOVE WS-FROM-DATE TO WS-RH1-FROM-DATE.
           MOVE WS-TO-DATE   TO WS-RH1-TO-DATE.
           MOVE WS-TODAY     TO WS-RH1-TODAY.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-REPORT-HEADING-1.
           MOVE SPACES TO WS-SECTION-LINE.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-SECTION-LINE.
           MOVE "VIOLATIONS" TO WS-SCL-TEXT.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-SECTION-LINE.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-VIOLATION-HEADING.

       070-date-to-serial.
           COMPUTE WS-SDW-ADJUST = (WS-SDW-MM - 14) / 12.
           COMPUTE WS-SDW-SERIAL =
               (1461 * (WS-SDW-YYYY + 4800 + WS-SDW-ADJUST)) / 4
               + (367 * (WS-SDW-MM - 2 - 12 * WS-SDW-ADJUST)) / 12
               - (3 * ((WS-SDW-YYYY + 4900 + WS-SDW-ADJUST) / 100))
                   / 4
               + WS-SDW-DD - 32075.

       100-read-one-violation.
           READ CNTDN-VIOLATION-FILE INTO CNTDN-VIOLATION-DETAIL
               AT END
                   SET WS-END-OF-VIOLATIONS TO TRUE
                   IF WS-VIOLATIONS-LISTED = ZERO
                      MOVE "NO VIOLATIONS IN THE PERIOD"
                              TO WS-SCL-TEXT
                      WRITE CNTDN-SECURITY-RPT-LINE
                              FROM WS-SECTION-LINE
                   END-IF
               NOT AT END
                   ADD 1 TO WS-VIOLATIONS-READ
                   IF CNTDN-SEC-DATE NOT < WS-FROM-DATE
                      AND CNTDN-SEC-DATE NOT > WS-TO-DATE
                      PERFORM 110-list-violation
                      PERFORM 120-add-to-summary
                   END-IF
           END-READ.

       110-list-violation.
           ADD 1 TO WS-VIOLATIONS-LISTED.
           MOVE CNTDN-SEC-DATE            TO WS-VLL-DATE.
           MOVE CNTDN-SEC-TIME (1:6)      TO WS-VLL-TIME.
           MOVE CNTDN-SEC-PROGRAM         TO WS-VLL-PROGRAM.
           MOVE CNTDN-SEC-OPERATOR-ID     TO WS-VLL-OPERATOR-ID.
           MOVE CNTDN-SEC-FUNCTION        TO WS-VLL-FUNCTION.
           MOVE CNTDN-SEC-REASON          TO WS-VLL-REASON.
           MOVE CNTDN-SEC-DETAIL          TO WS-VLL-DETAIL.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-VIOLATION-LINE.

       120-add-to-summary.
           MOVE ZERO TO WS-OPERATOR-FOUND-SUB.
           PERFORM 125-check-one-summary-entry
                   VARYING WS-OPERATOR-SUB FROM 1 BY 1
                   UNTIL WS-OPERATOR-SUB > WS-SUMMARY-COUNT
                   OR WS-OPERATOR-FOUND-SUB > ZERO.
           IF WS-OPERATOR-FOUND-SUB = ZERO
              IF WS-SUMMARY-COUNT < 500
                 ADD 1 TO WS-SUMMARY-COUNT
                 MOVE WS-SUMMARY-COUNT TO WS-OPERATOR-FOUND-SUB
                 MOVE CNTDN-SEC-OPERATOR-ID
                         TO WS-SUM-OPERATOR-ID (WS-OPERATOR-FOUND-SUB)
                 MOVE ZERO TO WS-SUM-VIOLATIONS (WS-OPERATOR-FOUND-SUB)
              ELSE
                 ADD 1 TO WS-SUMMARY-OVERFLOW
              END-IF
           END-IF.
           IF WS-OPERATOR-FOUND-SUB > ZERO
              ADD 1 TO WS-SUM-VIOLATIONS (WS-OPERATOR-FOUND-SUB)
              MOVE CNTDN-SEC-DATE
                      TO WS-SUM-LAST-DATE (WS-OPERATOR-FOUND-SUB)
           END-IF.

       125-check-one-summary-entry.
           IF WS-SUM-OPERATOR-ID (WS-OPERATOR-SUB)
                   = CNTDN-SEC-OPERATOR-ID
              MOVE WS-OPERATOR-SUB TO WS-OPERATOR-FOUND-SUB
           END-IF.

      * An id refused for not being on file at all is the one the
      * auditors ask about first, so it is flagged in the name
      * column.
       200-write-operator-summary.
           MOVE SPACES TO WS-SECTION-LINE.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-SECTION-LINE.
           MOVE "VIOLATIONS BY OPERATOR ID" TO WS-SCL-TEXT.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-SECTION-LINE.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-SUMMARY-HEADING.
           PERFORM 210-write-one-summary
                   VARYING WS-OPERATOR-SUB FROM 1 BY 1
                   UNTIL WS-OPERATOR-SUB > WS-SUMMARY-COUNT.
           IF WS-SUMMARY-OVERFLOW > ZERO
              MOVE SPACES TO WS-SECTION-LINE
              STRING "** " WS-SUMMARY-OVERFLOW
                     " VIOLATIONS BY FURTHER IDS NOT SUMMED **"
                     DELIMITED BY SIZE INTO WS-SCL-TEXT
              WRITE CNTDN-SECURITY-RPT-LINE FROM WS-SECTION-LINE
           END-IF.

       210-write-one-summary.
           MOVE WS-SUM-OPERATOR-ID (WS-OPERATOR-SUB)
                   TO WS-SML-OPERATOR-ID.
           MOVE WS-SUM-VIOLATIONS (WS-OPERATOR-SUB)
                   TO WS-SML-VIOLATIONS.
           MOVE WS-SUM-LAST-DATE (WS-OPERATOR-SUB) TO WS-SML-LAST-DATE.
           MOVE "N" TO WS-OPERATOR-FOUND-SWITCH.
           IF WS-SUM-OPERATOR-ID (WS-OPERATOR-SUB) = SPACES
              MOVE "(NO ID GIVEN)" TO WS-SML-NAME
           ELSE
              MOVE WS-SUM-OPERATOR-ID (WS-OPERATOR-SUB)
                      TO CNTDN-AUT-OPERATOR-ID
              READ CNTDN-AUTH-FILE INTO CNTDN-OPERATOR-DETAIL
                  KEY IS CNTDN-AUT-OPERATOR-ID
                  INVALID KEY
                      MOVE "** NOT ON OPERATOR FILE" TO WS-SML-NAME
                      ADD 1 TO WS-UNKNOWN-IDS
                  NOT INVALID KEY
                      MOVE CNTDN-OPR-NAME TO WS-SML-NAME
              END-READ
           END-IF.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-SUMMARY-LINE.

      * The operator file is read end to end twice, once per list,
      * so each list comes out in id order.
       300-list-expired-ids.
           MOVE SPACES TO WS-SECTION-LINE.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-SECTION-LINE.
           MOVE "EXPIRED IDS STILL ON THE OPERATOR FILE"
                   TO WS-SCL-TEXT.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-SECTION-LINE.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-OPERATOR-HEADING.
           PERFORM 060-start-operator-file.
           PERFORM 310-check-one-expired
                   UNTIL WS-END-OF-OPERATORS.

       060-start-operator-file.
           MOVE "N" TO WS-END-OF-OPERATORS-SWITCH.
           MOVE LOW-VALUES TO CNTDN-AUT-OPERATOR-ID.
           START CNTDN-AUTH-FILE KEY IS NOT < CNTDN-AUT-OPERATOR-ID
               INVALID KEY
                   SET WS-END-OF-OPERATORS TO TRUE
           END-START.

       310-check-one-expired.
           READ CNTDN-AUTH-FILE NEXT RECORD INTO CNTDN-OPERATOR-DETAIL
               AT END
                   SET WS-END-OF-OPERATORS TO TRUE
               NOT AT END
                   ADD 1 TO WS-OPERATORS-ON-FILE
                   IF CNTDN-OPR-EXPIRY-DATE NOT = ZERO
                      AND CNTDN-OPR-EXPIRY-DATE < WS-TODAY
                      ADD 1 TO WS-EXPIRED-IDS
                      PERFORM 350-write-operator-line
                   END-IF
           END-READ.

      * An id is dormant when it is inside its dates but nothing
      * has accepted it for longer than the limit - counted from
      * the last-used date, or from the active date when it has
      * never been used.
       400-list-dormant-ids.
           MOVE SPACES TO WS-SECTION-LINE.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-SECTION-LINE.
           STRING "DORMANT IDS - NOT USED IN " WS-DORMANT-DAYS " DAYS"
                  DELIMITED BY SIZE INTO WS-SCL-TEXT.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-SECTION-LINE.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-OPERATOR-HEADING.
           PERFORM 060-start-operator-file.
           PERFORM 410-check-one-dormant
                   UNTIL WS-END-OF-OPERATORS.

       410-check-one-dormant.
           READ CNTDN-AUTH-FILE NEXT RECORD INTO CNTDN-OPERATOR-DETAIL
               AT END
                   SET WS-END-OF-OPERATORS TO TRUE
               NOT AT END
                   IF CNTDN-OPR-ACTIVE-DATE NOT > WS-TODAY
                      AND (CNTDN-OPR-EXPIRY-DATE = ZERO
                       OR CNTDN-OPR-EXPIRY-DATE NOT < WS-TODAY)
                      PERFORM 420-judge-dormant
                   END-IF
           END-READ.

       420-judge-dormant.
           IF CNTDN-OPR-LAST-USED-DATE = ZERO
              MOVE CNTDN-OPR-ACTIVE-DATE TO WS-SDW-DATE
           ELSE
              MOVE CNTDN-OPR-LAST-USED-DATE TO WS-SDW-DATE
           END-IF.
           PERFORM 070-date-to-serial.
           COMPUTE WS-IDLE-DAYS = WS-TODAY-SERIAL - WS-SDW-SERIAL.
           IF WS-IDLE-DAYS > WS-DORMANT-DAYS
              ADD 1 TO WS-DORMANT-IDS
              PERFORM 350-write-operator-line
           END-IF.

       350-write-operator-line.
           MOVE CNTDN-OPR-ID          TO WS-OPL-OPERATOR-ID.
           MOVE CNTDN-OPR-NAME        TO WS-OPL-NAME.
           MOVE CNTDN-OPR-ACTIVE-DATE TO WS-OPL-ACTIVE-DATE.
           IF CNTDN-OPR-EXPIRY-DATE = ZERO
              MOVE "NEVER" TO WS-OPL-EXPIRY-DATE
           ELSE
              MOVE CNTDN-OPR-EXPIRY-DATE TO WS-OPL-EXPIRY-DATE
           END-IF.
           IF CNTDN-OPR-LAST-USED-DATE = ZERO
              MOVE "NEVER" TO WS-OPL-LAST-USED
              MOVE SPACES TO WS-OPL-LAST-PGM
           ELSE
              MOVE CNTDN-OPR-LAST-USED-DATE TO WS-OPL-LAST-USED
              MOVE CNTDN-OPR-LAST-USED-PGM  TO WS-OPL-LAST-PGM
           END-IF.
           IF CNTDN-OPR-LAST-USED-DATE = ZERO
              MOVE CNTDN-OPR-ACTIVE-DATE TO WS-SDW-DATE
           ELSE
              MOVE CNTDN-OPR-LAST-USED-DATE TO WS-SDW-DATE
           END-IF.
           PERFORM 070-date-to-serial.
           COMPUTE WS-IDLE-DAYS = WS-TODAY-SERIAL - WS-SDW-SERIAL.
           IF WS-IDLE-DAYS < ZERO
              MOVE ZERO TO WS-IDLE-DAYS
           END-IF.
           MOVE WS-IDLE-DAYS TO WS-OPL-IDLE-DAYS.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-OPERATOR-LINE.

       500-write-totals.
           MOVE SPACES TO WS-SECTION-LINE.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-SECTION-LINE.
           MOVE "VIOLATIONS ON FILE" TO WS-TTL-LABEL.
           MOVE WS-VIOLATIONS-READ TO WS-TTL-COUNT.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "VIOLATIONS IN THE PERIOD" TO WS-TTL-LABEL.
           MOVE WS-VIOLATIONS-LISTED TO WS-TTL-COUNT.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "REFUSED IDS NOT ON FILE" TO WS-TTL-LABEL.
           MOVE WS-UNKNOWN-IDS TO WS-TTL-COUNT.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "OPERATOR IDS ON FILE" TO WS-TTL-LABEL.
           MOVE WS-OPERATORS-ON-FILE TO WS-TTL-COUNT.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "EXPIRED IDS STILL ON FILE" TO WS-TTL-LABEL.
           MOVE WS-EXPIRED-IDS TO WS-TTL-COUNT.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-TOTAL-LINE.
           MOVE "DORMANT IDS" TO WS-TTL-LABEL.
           MOVE WS-DORMANT-IDS TO WS-TTL-COUNT.
           WRITE CNTDN-SECURITY-RPT-LINE FROM WS-TOTAL-LINE.

       900-terminate.
           IF WS-VIOLATION-FILE-OPEN
              CLOSE CNTDN-VIOLATION-FILE
           END-IF.
           IF WS-AUTH-FILE-OPEN
              CLOSE CNTDN-AUTH-FILE
           END-IF.
           IF WS-SECURITY-RPT-OPEN
              CLOSE CNTDN-SECURITY-RPT-FILE
           END-IF.
           DISPLAY "VIOLATIONS READ        " WS-VIOLATIONS-READ.
           DISPLAY "VIOLATIONS LISTED      " WS-VIOLATIONS-LISTED.
           DISPLAY "OPERATOR IDS ON FILE   " WS-OPERATORS-ON-FILE.
           DISPLAY "EXPIRED IDS            " WS-EXPIRED-IDS.
           DISPLAY "DORMANT IDS            " WS-DORMANT-IDS.
           IF WS-ABEND-OCCURRED
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-PARM-ERROR
                 MOVE 12 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
