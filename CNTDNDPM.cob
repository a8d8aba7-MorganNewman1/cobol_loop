       IDENTIFICATION DIVISION.

       PROGRAM-ID. cntdndpm.

      * Department master maintenance.  The department master is an
      * indexed dataset keyed on the department code
      * (PROD.COUNTDN.DEPARTMENTS, copybook CNTDNDP) and is updated
      * in place from the transaction file (CNTDNDTR) with keyed
      * reads and rewrites, the way ticket maintenance (CNTDNTKM)
      * works the ticket master.  Transactions are LRECL 80:
      *     A  add a department: code (8), full name (30), cost
      *        center (10), contact (25), active flag (Y/N, blank
      *        for Y), priority ceiling (1 digit, blank or 0 for
      *        none) and daily quota (3 digits, blanks fill with
      *        zeros, 000 for none)
      *     C  change one field: code (8), field code (2), new
      *        value (30, from the left):
      *            NM full name          CC cost center
      *            CT contact            AC active flag (Y/N)
      *            PC priority ceiling   DQ daily quota
      *     D  delete a department (code)
      * A department that has ever had tickets is better set
      * inactive (AC N) than deleted, so the reports still print
      * its name; either way its tickets then reject in the edit
      * checks.  The quota count the countdown keeps on the record
      * is never touched here: a new quota applies to the count
      * already taken for the day.
      * Applied and rejected transactions are listed on SYSOUT.
      * The PARM is the id of the operator submitting the
      * transactions.  It must be on the authorized operator file
      * (CNTDNAUT) and permitted maintenance, or nothing is
      * applied.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTDN-DEPT-FILE ASSIGN TO "CNTDNDPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNTDN-DPF-CODE
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT CNTDN-TRANS-FILE ASSIGN TO "CNTDNDTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT CNTDN-AUTH-FILE ASSIGN TO "CNTDNAUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNTDN-AUT-OPERATOR-ID
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT CNTDN-VIOLATION-FILE ASSIGN TO "CNTDNVIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CNTDN-DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-DEPT-RECORD.
           05  CNTDN-DPF-CODE         PIC X(08).
           05  FILLER                 PIC X(92).

       FD  CNTDN-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-TRANS-RECORD         PIC X(80).

       FD  CNTDN-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-AUTH-RECORD.
           05  CNTDN-AUT-OPERATOR-ID  PIC X(08).
           05  FILLER                 PIC X(72).

       FD  CNTDN-VIOLATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-VIOLATION-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
       77    WS-CMD-LINE            PIC X(20)       VALUE SPACES.
       77    WS-OPERATOR-ID         PIC X(08)       VALUE SPACES.
       77    WS-AUTH-FILE-STATUS    PIC XX          VALUE SPACES.
       77    WS-VIOLATION-FILE-STATUS PIC XX        VALUE SPACES.
       77    WS-AUTHORIZED-SWITCH   PIC X           VALUE "N".
           88  WS-AUTHORIZED                        VALUE "Y".
       77    WS-RUN-REFUSED-SWITCH  PIC X           VALUE "N".
           88  WS-RUN-REFUSED                       VALUE "Y".
       77    WS-AUTH-REASON         PIC X(20)       VALUE SPACES.
       77    WS-AUTH-TODAY          PIC 9(08)       VALUE ZERO.
       77    WS-DEPT-FILE-STATUS    PIC XX          VALUE SPACES.
       77    WS-TRANS-FILE-STATUS   PIC XX          VALUE SPACES.
       77    WS-END-OF-TRANS-SWITCH PIC X           VALUE "N".
           88  WS-END-OF-TRANS                      VALUE "Y".
       77    WS-ABEND-SWITCH        PIC X           VALUE "N".
           88  WS-ABEND-OCCURRED                    VALUE "Y".
       77    WS-DEPT-FILE-OPEN-SWITCH PIC X         VALUE "N".
           88  WS-DEPT-FILE-OPEN                    VALUE "Y".
       77    WS-TRANS-FILE-OPEN-SWITCH PIC X        VALUE "N".
           88  WS-TRANS-FILE-OPEN                   VALUE "Y".
       77    WS-DEPT-FOUND-SWITCH   PIC X           VALUE "N".
           88  WS-DEPT-FOUND                        VALUE "Y".
       77    WS-TRANS-READ          PIC 9(05)       VALUE ZERO.
       77    WS-TRANS-APPLIED       PIC 9(05)       VALUE ZERO.
       77    WS-TRANS-REJECTED      PIC 9(05)       VALUE ZERO.
       77    WS-EDIT-MESSAGE        PIC X(30)       VALUE SPACES.
       77    WS-CHANGE-FIELD-CODE   PIC X(02)       VALUE SPACES.
           88  WS-CHANGE-FIELD-KNOWN                VALUE "NM" "CC"
                                        "CT" "AC" "PC" "DQ".

       01  WS-TRANS-WORK.
           05  WS-DTR-ACTION          PIC X(01).
               88  WS-DTR-ADD                       VALUE "A".
               88  WS-DTR-CHANGE                    VALUE "C".
               88  WS-DTR-DELETE                    VALUE "D".
           05  WS-DTR-DATA            PIC X(79).
           05  WS-DTR-ADD-DATA REDEFINES WS-DTR-DATA.
               10  WS-DTR-CODE        PIC X(08).
               10  WS-DTR-NAME        PIC X(30).
               10  WS-DTR-COST-CENTER PIC X(10).
               10  WS-DTR-CONTACT     PIC X(25).
               10  WS-DTR-ACTIVE-FLAG PIC X(01).
               10  WS-DTR-CEILING     PIC X(01).
               10  WS-DTR-QUOTA       PIC X(03).
               10  FILLER             PIC X(01).
           05  WS-DTR-CHANGE-DATA REDEFINES WS-DTR-DATA.
               10  WS-DTR-CHG-CODE    PIC X(08).
               10  WS-DTR-CHG-FIELD-CODE PIC X(02).
               10  WS-DTR-CHG-VALUE   PIC X(30).
               10  FILLER             PIC X(39).

           COPY CNTDNDP.

           COPY CNTDNOP.

           COPY CNTDNSV.

       PROCEDURE DIVISION.

       000-General.

           PERFORM 010-initialize.
           IF NOT WS-ABEND-OCCURRED AND NOT WS-RUN-REFUSED
              PERFORM 100-process-one-transaction
                      UNTIL WS-END-OF-TRANS
           END-IF.
           PERFORM 900-terminate.
           STOP RUN.

       010-initialize.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-OPERATOR-ID.
           PERFORM 020-authorize-operator.
           IF NOT WS-RUN-REFUSED AND NOT WS-ABEND-OCCURRED
              PERFORM 015-open-files
           END-IF.

       015-open-files.
           OPEN I-O CNTDN-DEPT-FILE.
           IF WS-DEPT-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNDPT - STATUS "
                      WS-DEPT-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-DEPT-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT CNTDN-TRANS-FILE.
           IF WS-TRANS-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNDTR - STATUS "
                      WS-TRANS-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-TRANS-FILE-OPEN TO TRUE
           END-IF.

      * The operator id on the PARM must be on the authorized
      * operator file (CNTDNAUT), inside its active and expiry
      * dates, and permitted maintenance.  Otherwise nothing is
      * opened or applied, the refusal is logged to the security
      * violation file (CNTDNVIO), and the job ends return-code 12.
       020-authorize-operator.
           OPEN I-O CNTDN-AUTH-FILE.
           IF WS-AUTH-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNAUT - STATUS "
                      WS-AUTH-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              PERFORM 025-check-authority
              CLOSE CNTDN-AUTH-FILE
              IF NOT WS-AUTHORIZED
                 SET WS-RUN-REFUSED TO TRUE
                 DISPLAY "** NO TRANSACTIONS APPLIED **"
              END-IF
           END-IF.

       025-check-authority.
           MOVE "N" TO WS-AUTHORIZED-SWITCH.
           MOVE SPACES TO WS-AUTH-REASON.
           ACCEPT WS-AUTH-TODAY FROM DATE YYYYMMDD.
           IF WS-OPERATOR-ID = SPACES
              MOVE "NO OPERATOR ID" TO WS-AUTH-REASON
           ELSE
              MOVE WS-OPERATOR-ID TO CNTDN-AUT-OPERATOR-ID
              READ CNTDN-AUTH-FILE INTO CNTDN-OPERATOR-DETAIL
                  INVALID KEY
                      MOVE "NOT ON FILE" TO WS-AUTH-REASON
                  NOT INVALID KEY
                      PERFORM 027-judge-operator
              END-READ
           END-IF.
           IF NOT WS-AUTHORIZED
              PERFORM 030-write-violation
           END-IF.

       027-judge-operator.
           IF CNTDN-OPR-ACTIVE-DATE > WS-AUTH-TODAY
              MOVE "NOT YET ACTIVE" TO WS-AUTH-REASON
           ELSE
              IF CNTDN-OPR-EXPIRY-DATE NOT = ZERO
                 AND CNTDN-OPR-EXPIRY-DATE < WS-AUTH-TODAY
                 MOVE "EXPIRED" TO WS-AUTH-REASON
              ELSE
                 IF NOT CNTDN-OPR-MAINTAIN-ALLOWED
                    MOVE "NOT PERMITTED" TO WS-AUTH-REASON
                 ELSE
                    SET WS-AUTHORIZED TO TRUE
                    MOVE WS-AUTH-TODAY TO CNTDN-OPR-LAST-USED-DATE
                    MOVE "CNTDNDPM" TO CNTDN-OPR-LAST-USED-PGM
                    REWRITE CNTDN-AUTH-RECORD
                            FROM CNTDN-OPERATOR-DETAIL
                        INVALID KEY
                            DISPLAY "** LAST-USED DATE NOT UPDATED"
                                    " FOR " WS-OPERATOR-ID
                                    " - STATUS " WS-AUTH-FILE-STATUS
                                    " **"
                    END-REWRITE
                 END-IF
              END-IF
           END-IF.

       030-write-violation.
           DISPLAY "** MAINTAIN REFUSED FOR OPERATOR " WS-OPERATOR-ID
                   " - " WS-AUTH-REASON " **".
           MOVE SPACES TO CNTDN-VIOLATION-DETAIL.
           ACCEPT CNTDN-SEC-DATE FROM DATE YYYYMMDD.
           ACCEPT CNTDN-SEC-TIME FROM TIME.
           MOVE "CNTDNDPM"            TO CNTDN-SEC-PROGRAM.
           MOVE WS-OPERATOR-ID        TO CNTDN-SEC-OPERATOR-ID.
           MOVE "MAINTAIN"            TO CNTDN-SEC-FUNCTION.
           MOVE ZERO                  TO CNTDN-SEC-RUN-NUMBER.
           MOVE WS-AUTH-REASON        TO CNTDN-SEC-REASON.
           MOVE "DEPARTMENT MAINTENANCE" TO CNTDN-SEC-DETAIL.
           OPEN EXTEND CNTDN-VIOLATION-FILE.
           IF WS-VIOLATION-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNVIO - STATUS "
                      WS-VIOLATION-FILE-STATUS " **"
           ELSE
              WRITE CNTDN-VIOLATION-RECORD
                      FROM CNTDN-VIOLATION-DETAIL
              CLOSE CNTDN-VIOLATION-FILE
           END-IF.

       100-process-one-transaction.
           READ CNTDN-TRANS-FILE INTO WS-TRANS-WORK
               AT END
                   SET WS-END-OF-TRANS TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   IF WS-DTR-ADD
                      PERFORM 200-apply-add
                   ELSE
                      IF WS-DTR-CHANGE
                         PERFORM 300-apply-change
                      ELSE
                         IF WS-DTR-DELETE
                            PERFORM 400-apply-delete
                         ELSE
                            ADD 1 TO WS-TRANS-REJECTED
                            DISPLAY "REJECTED " WS-DTR-ACTION " "
                                    WS-DTR-CODE " - UNKNOWN ACTION"
                         END-IF
                      END-IF
                   END-IF
           END-READ.

       150-read-department.
           MOVE "N" TO WS-DEPT-FOUND-SWITCH.
           READ CNTDN-DEPT-FILE INTO CNTDN-DEPARTMENT-DETAIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DEPT-FOUND TO TRUE
           END-READ.

       200-apply-add.
           IF WS-DTR-CODE = SPACES
              ADD 1 TO WS-TRANS-REJECTED
              DISPLAY "REJECTED A          - DEPARTMENT CODE MISSING"
           ELSE
              MOVE WS-DTR-CODE TO CNTDN-DPF-CODE
              PERFORM 150-read-department
              IF WS-DEPT-FOUND
                 ADD 1 TO WS-TRANS-REJECTED
                 DISPLAY "REJECTED A " WS-DTR-CODE
                         " - DUPLICATE DEPARTMENT CODE"
              ELSE
                 MOVE SPACES TO CNTDN-DEPARTMENT-DETAIL
                 MOVE WS-DTR-CODE        TO CNTDN-DPT-CODE
                 MOVE WS-DTR-NAME        TO CNTDN-DPT-NAME
                 MOVE WS-DTR-COST-CENTER TO CNTDN-DPT-COST-CENTER
                 MOVE WS-DTR-CONTACT     TO CNTDN-DPT-CONTACT
                 MOVE WS-DTR-ACTIVE-FLAG TO CNTDN-DPT-ACTIVE-FLAG
                 IF CNTDN-DPT-ACTIVE-FLAG = SPACE
                    MOVE "Y" TO CNTDN-DPT-ACTIVE-FLAG
                 END-IF
                 IF WS-DTR-CEILING = SPACE
                    MOVE ZERO TO CNTDN-DPT-PRIORITY-CEILING
                 ELSE
                    MOVE WS-DTR-CEILING
                            TO CNTDN-DPT-PRIORITY-CEILING (1:1)
                 END-IF
                 INSPECT WS-DTR-QUOTA CONVERTING " " TO "0"
                 MOVE WS-DTR-QUOTA TO CNTDN-DPT-DAILY-QUOTA (1:3)
                 MOVE ZERO TO CNTDN-DPT-QUOTA-DATE
                 MOVE ZERO TO CNTDN-DPT-QUOTA-USED
                 PERFORM 500-edit-check-department
                 IF WS-EDIT-MESSAGE NOT = SPACES
                    ADD 1 TO WS-TRANS-REJECTED
                    DISPLAY "REJECTED A " WS-DTR-CODE " - "
                            WS-EDIT-MESSAGE
                 ELSE
                    WRITE CNTDN-DEPT-RECORD
                            FROM CNTDN-DEPARTMENT-DETAIL
                        INVALID KEY
                            ADD 1 TO WS-TRANS-REJECTED
                            DISPLAY "REJECTED A " WS-DTR-CODE
                                    " - WRITE STATUS "
                                    WS-DEPT-FILE-STATUS
                        NOT INVALID KEY
                            ADD 1 TO WS-TRANS-APPLIED
                            DISPLAY "APPLIED  A " WS-DTR-CODE
                                    " - ADDED"
                    END-WRITE
                 END-IF
              END-IF
           END-IF.

       300-apply-change.
           MOVE WS-DTR-CHG-FIELD-CODE TO WS-CHANGE-FIELD-CODE.
           IF NOT WS-CHANGE-FIELD-KNOWN
              ADD 1 TO WS-TRANS-REJECTED
              DISPLAY "REJECTED C " WS-DTR-CHG-CODE " - FIELD CODE "
                      WS-CHANGE-FIELD-CODE " NOT RECOGNIZED"
           ELSE
              MOVE WS-DTR-CHG-CODE TO CNTDN-DPF-CODE
              PERFORM 150-read-department
              IF NOT WS-DEPT-FOUND
                 ADD 1 TO WS-TRANS-REJECTED
                 DISPLAY "REJECTED C " WS-DTR-CHG-CODE
                         " - NOT ON DEPARTMENT MASTER"
              ELSE
                 PERFORM 310-apply-one-field
                 PERFORM 500-edit-check-department
                 IF WS-EDIT-MESSAGE NOT = SPACES
                    ADD 1 TO WS-TRANS-REJECTED
                    DISPLAY "REJECTED C " WS-DTR-CHG-CODE " - "
                            WS-CHANGE-FIELD-CODE " "
                            WS-EDIT-MESSAGE
                 ELSE
                    REWRITE CNTDN-DEPT-RECORD
                            FROM CNTDN-DEPARTMENT-DETAIL
                        INVALID KEY
                            ADD 1 TO WS-TRANS-REJECTED
                            DISPLAY "REJECTED C " WS-DTR-CHG-CODE
                                    " - REWRITE STATUS "
                                    WS-DEPT-FILE-STATUS
                        NOT INVALID KEY
                            ADD 1 TO WS-TRANS-APPLIED
                            DISPLAY "APPLIED  C " WS-DTR-CHG-CODE
                                    " - " WS-CHANGE-FIELD-CODE
                                    " CHANGED"
                    END-REWRITE
                 END-IF
              END-IF
           END-IF.

       310-apply-one-field.
           IF WS-CHANGE-FIELD-CODE = "NM"
              MOVE WS-DTR-CHG-VALUE TO CNTDN-DPT-NAME
           END-IF.
           IF WS-CHANGE-FIELD-CODE = "CC"
              MOVE WS-DTR-CHG-VALUE (1:10) TO CNTDN-DPT-COST-CENTER
           END-IF.
           IF WS-CHANGE-FIELD-CODE = "CT"
              MOVE WS-DTR-CHG-VALUE (1:25) TO CNTDN-DPT-CONTACT
           END-IF.
           IF WS-CHANGE-FIELD-CODE = "AC"
              MOVE WS-DTR-CHG-VALUE (1:1) TO CNTDN-DPT-ACTIVE-FLAG
           END-IF.
           IF WS-CHANGE-FIELD-CODE = "PC"
              IF WS-DTR-CHG-VALUE (1:1) = SPACE
                 MOVE ZERO TO CNTDN-DPT-PRIORITY-CEILING
              ELSE
                 MOVE WS-DTR-CHG-VALUE (1:1)
                         TO CNTDN-DPT-PRIORITY-CEILING (1:1)
              END-IF
           END-IF.
           IF WS-CHANGE-FIELD-CODE = "DQ"
              INSPECT WS-DTR-CHG-VALUE (1:3) CONVERTING " " TO "0"
              MOVE WS-DTR-CHG-VALUE (1:3)
                      TO CNTDN-DPT-DAILY-QUOTA (1:3)
           END-IF.

       400-apply-delete.
           MOVE WS-DTR-CODE TO CNTDN-DPF-CODE.
           PERFORM 150-read-department.
           IF NOT WS-DEPT-FOUND
              ADD 1 TO WS-TRANS-REJECTED
              DISPLAY "REJECTED D " WS-DTR-CODE
                      " - NOT ON DEPARTMENT MASTER"
           ELSE
              DELETE CNTDN-DEPT-FILE
                  INVALID KEY
                      ADD 1 TO WS-TRANS-REJECTED
                      DISPLAY "REJECTED D " WS-DTR-CODE
                              " - DELETE STATUS "
                              WS-DEPT-FILE-STATUS
                  NOT INVALID KEY
                      ADD 1 TO WS-TRANS-APPLIED
                      DISPLAY "APPLIED  D " WS-DTR-CODE " - DELETED"
              END-DELETE
           END-IF.

      * The record as it will be written must have a name, an
      * active flag of Y or N, and numeric ceiling and quota.
       500-edit-check-department.
           MOVE SPACES TO WS-EDIT-MESSAGE.
           IF CNTDN-DPT-NAME = SPACES
              MOVE "FULL NAME MISSING" TO WS-EDIT-MESSAGE
           END-IF.
           IF WS-EDIT-MESSAGE = SPACES
              AND CNTDN-DPT-ACTIVE-FLAG NOT = "Y"
              AND CNTDN-DPT-ACTIVE-FLAG NOT = "N"
              MOVE "ACTIVE FLAG NOT Y OR N" TO WS-EDIT-MESSAGE
           END-IF.
           IF WS-EDIT-MESSAGE = SPACES
              AND CNTDN-DPT-PRIORITY-CEILING IS NOT NUMERIC
              MOVE "PRIORITY CEILING NOT NUMERIC" TO WS-EDIT-MESSAGE
           END-IF.
           IF WS-EDIT-MESSAGE = SPACES
              AND CNTDN-DPT-DAILY-QUOTA IS NOT NUMERIC
              MOVE "DAILY QUOTA NOT NUMERIC" TO WS-EDIT-MESSAGE
           END-IF.

       900-terminate.
           IF WS-DEPT-FILE-OPEN
              CLOSE CNTDN-DEPT-FILE
           END-IF.
           IF WS-TRANS-FILE-OPEN
              CLOSE CNTDN-TRANS-FILE
           END-IF.
           DISPLAY "TRANS READ        " WS-TRANS-READ.
           DISPLAY "TRANS APPLIED     " WS-TRANS-APPLIED.
           DISPLAY "TRANS REJECTED    " WS-TRANS-REJECTED.
           IF WS-RUN-REFUSED
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-ABEND-OCCURRED
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
