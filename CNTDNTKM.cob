      *     H  hold a waiting ticket (ticket id follows)
      *     R  release a held ticket back to waiting (ticket id)
      *     D  delete a ticket from the master (ticket id)
      *     C  change one field of a ticket: ticket id (8), field
      *        code (2), new value (10)
      *     M  mass change: the same field change applied to every
      *        ticket matching a selection - department (8),
      *        priority (1) and status (1), any of them blank for
      *        "all" - followed by the field code (2) and value (10)
      * Duplicate checking on an add is a keyed read of the master.
      * Change field codes are the ones the reject repair run
      * (CNTDNREP) takes, laid out the same way - numeric values
      * right-aligned in the 10 columns (blanks fill with zeros),
      * alphanumerics from the left:
      *     DP department        PR priority (1 digit)
      *     SV start value (5)   DC decrease (2)
      *     DR direction (D/U)   TG target value (5)
      *     ED effective date    DL deadline time (HHMMSS)
      *        (YYYYMMDD)        RC recurrence (D/W/M/N)
      *     PD predecessor id
      * Only the named field moves: the ticket keeps its id and its
      * retry count.  A change to SV, DC, DR or TG redefines the
      * work itself, so a ticket part-way through a segmented run
      * starts over - its segment progress is cleared - and a new
      * ticket is always added with none.  The changed image must
      * pass the same edit checks the countdown run applies before
      * the master is rewritten.  Only WAITING, HELD and FAILED
      * tickets can be changed - an IN-PROGRESS ticket belongs to a
      * running countdown and a DONE one is history - so a mass
      * change selects from those three statuses only.
      * An added or changed ticket must also name an active
      * department on the department master (CNTDNDPT, R017) and
      * keep within its priority ceiling (R018).  An add, or a
      * change of DP or ED, may not queue more WAITING and HELD
      * tickets for the department on one due day than its daily
      * quota (R019).
      * Applied and rejected transactions are listed on SYSOUT so
      * the schedulers can see what took effect.  Every applied
      * transaction is also written to the ticket event history
      * (CNTDNEVT) with the ticket image before and after, one
      * event per ticket a mass change touches.
      * The PARM is the id of the operator submitting the
      * transactions.  It must be on the authorized operator file
      * (CNTDNAUT) and permitted ticket maintenance, or nothing is
      * applied; the id is carried on every event written.

       ENVIRONMENT DIVISION.

       FILE-CONTROL.
           SELECT CNTDN-MASTER-FILE ASSIGN TO "CNTDNTKT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNTDN-MST-TICKET-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CNTDN-TRANS-FILE ASSIGN TO "CNTDNTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
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

       DATA DIVISION.

           LABEL RECORDS ARE STANDARD.
       01  CNTDN-MASTER-RECORD.
           05  CNTDN-MST-TICKET-ID    PIC X(08).
           05  CNTDN-MST-DEPARTMENT   PIC X(08).
           05  FILLER                 PIC X(01).
           05  CNTDN-MST-STATUS       PIC X(01).
           05  FILLER                 PIC X(13).
           05  CNTDN-MST-EFFECTIVE-DATE PIC 9(08).
           05  FILLER                 PIC X(21).

       FD  CNTDN-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-TRANS-RECORD         PIC X(61).

       FD  CNTDN-EVENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-EVENT-RECORD.
           05  CNTDN-EVF-KEY          PIC X(27).
           05  FILLER                 PIC X(183).

       FD  CNTDN-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-AUTH-RECORD.
           05  CNTDN-AUT-OPERATOR-ID  PIC X(08).
           05  FILLER                 PIC X(72).

       FD  CNTDN-DEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-DEPT-RECORD.
           05  CNTDN-DPF-CODE         PIC X(08).
           05  FILLER                 PIC X(92).

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
       77    WS-MASTER-FILE-STATUS  PIC XX          VALUE SPACES.
       77    WS-TRANS-FILE-STATUS   PIC XX          VALUE SPACES.
       77    WS-END-OF-TRANS-SWITCH PIC X           VALUE "N".
           88  WS-MASTER-FILE-OPEN                  VALUE "Y".
       77    WS-TRANS-FILE-OPEN-SWITCH PIC X        VALUE "N".
           88  WS-TRANS-FILE-OPEN                   VALUE "Y".
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
       77    WS-EVENT-AFTER-IMAGE   PIC X(60)       VALUE SPACES.
       77    WS-TICKET-FOUND-SWITCH PIC X           VALUE "N".
           88  WS-TICKET-FOUND                      VALUE "Y".
       77    WS-TICKET-CHANGED-SWITCH PIC X         VALUE "N".
           88  WS-TICKET-CHANGED                    VALUE "Y".
       77    WS-END-OF-MASTER-SWITCH PIC X          VALUE "N".
           88  WS-END-OF-MASTER                     VALUE "Y".
       77    WS-TICKETS-CHANGED     PIC 9(05)       VALUE ZERO.
       77    WS-MASS-SELECTED       PIC 9(05)       VALUE ZERO.
       77    WS-MASS-CHANGED        PIC 9(05)       VALUE ZERO.
       77    WS-REJECT-REASON       PIC X(04)       VALUE SPACES.
       77    WS-VALUE-WORK          PIC X(10)       VALUE SPACES.
       77    WS-DEPT-FILE-STATUS    PIC XX          VALUE SPACES.
       77    WS-DEPT-FILE-OPEN-SWITCH PIC X         VALUE "N".
           88  WS-DEPT-FILE-OPEN                    VALUE "Y".
       77    WS-DEPT-QUOTA          PIC 9(03)       VALUE ZERO.
       77    WS-QUOTA-COUNT         PIC 9(05)       VALUE ZERO.
       77    WS-DUE-DATE            PIC 9(08)       VALUE ZERO.
       77    WS-OTHER-DUE-DATE      PIC 9(08)       VALUE ZERO.
       77    WS-END-OF-COUNT-SWITCH PIC X           VALUE "N".
           88  WS-END-OF-COUNT                      VALUE "Y".
       77    WS-CHANGE-FIELD-CODE   PIC X(02)       VALUE SPACES.
           88  WS-CHANGE-FIELD-KNOWN                VALUE "DP" "PR"
                                        "SV" "DC" "DR" "TG" "ED"
                                        "DL" "RC" "PD".

       01  WS-TRANS-WORK.
           05  WS-TRN-ACTION          PIC X(01).
               88  WS-TRN-HOLD                      VALUE "H".
               88  WS-TRN-RELEASE                   VALUE "R".
               88  WS-TRN-DELETE                    VALUE "D".
               88  WS-TRN-CHANGE                    VALUE "C".
               88  WS-TRN-MASS-CHANGE               VALUE "M".
           05  WS-TRN-TICKET-IMAGE    PIC X(60).
           05  WS-TRN-TICKET-ID REDEFINES WS-TRN-TICKET-IMAGE.
               10  WS-TRN-ID          PIC X(08).
               10  FILLER             PIC X(52).
           05  WS-TRN-CHANGE-DATA REDEFINES WS-TRN-TICKET-IMAGE.
               10  WS-TRN-CHG-ID      PIC X(08).
               10  WS-TRN-CHG-FIELD-CODE PIC X(02).
               10  WS-TRN-CHG-VALUE   PIC X(10).
               10  FILLER             PIC X(40).
           05  WS-TRN-MASS-DATA REDEFINES WS-TRN-TICKET-IMAGE.
               10  WS-TRN-SEL-DEPARTMENT PIC X(08).
               10  WS-TRN-SEL-PRIORITY PIC X(01).
               10  WS-TRN-SEL-STATUS  PIC X(01).
                   88  WS-TRN-SEL-STATUS-VALID      VALUE " " "W"
                                                          "H" "F".
               10  WS-TRN-MASS-FIELD-CODE PIC X(02).
               10  WS-TRN-MASS-VALUE  PIC X(10).
               10  FILLER             PIC X(38).

           COPY CNTDNTK.

           COPY CNTDNEV.

           COPY CNTDNOP.

           COPY CNTDNSV.

           COPY CNTDNDP.

       PROCEDURE DIVISION.

       000-General.

           PERFORM 010-initialize.
           IF NOT WS-ABEND-OCCURRED AND NOT WS-RUN-REFUSED
              PERFORM 100-process-one-transaction
                      UNTIL WS-END-OF-TRANS
           END-IF.
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
           OPEN I-O CNTDN-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNTKT - STATUS "
           ELSE
              SET WS-TRANS-FILE-OPEN TO TRUE
           END-IF.
           OPEN I-O CNTDN-EVENT-FILE.
           IF WS-EVENT-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNEVT - STATUS "
                      WS-EVENT-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-EVENT-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT CNTDN-DEPT-FILE.
           IF WS-DEPT-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNDPT - STATUS "
                      WS-DEPT-FILE-STATUS " **"
              SET WS-ABEND-OCCURRED TO TRUE
           ELSE
              SET WS-DEPT-FILE-OPEN TO TRUE
           END-IF.

      * The operator id on the PARM must be on the authorized
      * operator file (CNTDNAUT), inside its active and expiry
      * dates, and permitted to maintain tickets.  Otherwise
      * nothing is opened or applied, the refusal is logged to the
      * security violation file (CNTDNVIO), and the job ends
      * return-code 12.
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
                    MOVE "CNTDNTKM" TO CNTDN-OPR-LAST-USED-PGM
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
           MOVE "CNTDNTKM"            TO CNTDN-SEC-PROGRAM.
           MOVE WS-OPERATOR-ID        TO CNTDN-SEC-OPERATOR-ID.
           MOVE "MAINTAIN"            TO CNTDN-SEC-FUNCTION.
           MOVE ZERO                  TO CNTDN-SEC-RUN-NUMBER.
           MOVE WS-AUTH-REASON        TO CNTDN-SEC-REASON.
           MOVE "TICKET MAINTENANCE" TO CNTDN-SEC-DETAIL.
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
                         IF WS-TRN-DELETE
                            PERFORM 400-apply-delete
                         ELSE
                          IF WS-TRN-CHANGE
                             PERFORM 500-apply-change
                          ELSE
                           IF WS-TRN-MASS-CHANGE
                              PERFORM 600-apply-mass-change
                           ELSE
                              ADD 1 TO WS-TRANS-REJECTED
                              DISPLAY "REJECTED " WS-TRN-ACTION " "
                                      WS-TRN-ID " - UNKNOWN ACTION"
                           END-IF
                          END-IF
                         END-IF
                      END-IF
                   END-IF
                    AND (CNTDN-TKT-COUNT-DOWN OR CNTDN-TKT-COUNT-UP
                         OR CNTDN-TKT-DIRECTION = SPACE)
                    SET CNTDN-TKT-WAITING TO TRUE
                    MOVE ZERO TO CNTDN-TKT-SEGMENTS-DONE
                    MOVE ZERO TO CNTDN-TKT-STEPS-DONE
                    MOVE SPACES TO WS-REJECT-REASON
                    PERFORM 550-check-department
                    IF WS-REJECT-REASON = SPACES
                       AND WS-DEPT-QUOTA > ZERO
                       PERFORM 560-check-department-quota
                    END-IF
                    IF WS-REJECT-REASON NOT = SPACES
                       ADD 1 TO WS-TRANS-REJECTED
                       DISPLAY "REJECTED A " CNTDN-TKT-ID
                               " - FAILS EDIT " WS-REJECT-REASON
                    ELSE
                       MOVE CNTDN-TICKET-RECORD TO CNTDN-MASTER-RECORD
                       WRITE CNTDN-MASTER-RECORD
                           INVALID KEY
                               ADD 1 TO WS-TRANS-REJECTED
                               DISPLAY "REJECTED A " CNTDN-TKT-ID
                                       " - WRITE STATUS "
                                       WS-MASTER-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-TRANS-APPLIED
                               DISPLAY "APPLIED  A " CNTDN-TKT-ID
                                       " - ADDED"
                               MOVE SPACES TO WS-EVENT-BEFORE-IMAGE
                               MOVE "ADDED"  TO WS-EVENT-NAME
                               MOVE SPACES   TO WS-EVENT-TEXT
                               PERFORM 700-write-event
                       END-WRITE
                    END-IF
                 ELSE
                    ADD 1 TO WS-TRANS-REJECTED
                    DISPLAY "REJECTED A " CNTDN-TKT-ID
                      " - NOT ON MASTER"
           ELSE
              MOVE CNTDN-MASTER-RECORD TO CNTDN-TICKET-RECORD
              MOVE CNTDN-MASTER-RECORD TO WS-EVENT-BEFORE-IMAGE
              IF WS-TRN-HOLD
                 IF CNTDN-TKT-WAITING
                    SET CNTDN-TKT-HELD TO TRUE
                   ADD 1 TO WS-TRANS-APPLIED
                   IF WS-TRN-HOLD
                      DISPLAY "APPLIED  H " CNTDN-TKT-ID " - HELD"
                      MOVE "HELD"     TO WS-EVENT-NAME
                   ELSE
                      DISPLAY "APPLIED  R " CNTDN-TKT-ID
                              " - RELEASED"
                      MOVE "RELEASED" TO WS-EVENT-NAME
                   END-IF
                   MOVE SPACES TO WS-EVENT-TEXT
                   PERFORM 700-write-event
           END-REWRITE.

       400-apply-delete.
              ADD 1 TO WS-TRANS-REJECTED
              DISPLAY "REJECTED D " WS-TRN-ID " - NOT ON MASTER"
           ELSE
              MOVE CNTDN-MASTER-RECORD TO CNTDN-TICKET-RECORD
              MOVE CNTDN-MASTER-RECORD TO WS-EVENT-BEFORE-IMAGE
              DELETE CNTDN-MASTER-FILE
                  INVALID KEY
                      ADD 1 TO WS-TRANS-REJECTED
                  NOT INVALID KEY
                      ADD 1 TO WS-TRANS-APPLIED
                      DISPLAY "APPLIED  D " WS-TRN-ID " - DELETED"
                      MOVE SPACES TO CNTDN-TICKET-RECORD
                      MOVE WS-TRN-ID TO CNTDN-TKT-ID
                      MOVE "DELETED"  TO WS-EVENT-NAME
                      MOVE SPACES TO WS-EVENT-TEXT
                      PERFORM 700-write-event
              END-DELETE
           END-IF.

       500-apply-change.
           MOVE SPACES TO CNTDN-TICKET-RECORD.
           MOVE WS-TRN-CHG-ID TO CNTDN-TKT-ID.
           MOVE WS-TRN-CHG-FIELD-CODE TO WS-CHANGE-FIELD-CODE.
           MOVE WS-TRN-CHG-VALUE TO WS-VALUE-WORK.
           IF NOT WS-CHANGE-FIELD-KNOWN
              ADD 1 TO WS-TRANS-REJECTED
              DISPLAY "REJECTED C " WS-TRN-CHG-ID " - FIELD CODE "
                      WS-CHANGE-FIELD-CODE " NOT RECOGNIZED"
           ELSE
              PERFORM 150-read-master-by-id
              IF NOT WS-TICKET-FOUND
                 ADD 1 TO WS-TRANS-REJECTED
                 DISPLAY "REJECTED C " WS-TRN-CHG-ID
                         " - NOT ON MASTER"
              ELSE
                 MOVE CNTDN-MASTER-RECORD TO CNTDN-TICKET-RECORD
                 IF CNTDN-TKT-WAITING OR CNTDN-TKT-HELD
                    OR CNTDN-TKT-FAILED
                    PERFORM 510-change-one-ticket
                    IF WS-TICKET-CHANGED
                       ADD 1 TO WS-TRANS-APPLIED
                    ELSE
                       ADD 1 TO WS-TRANS-REJECTED
                    END-IF
                 ELSE
                    ADD 1 TO WS-TRANS-REJECTED
                    DISPLAY "REJECTED C " CNTDN-TKT-ID
                            " - STATUS IS " CNTDN-TKT-STATUS
                 END-IF
              END-IF
           END-IF.

      * Shared by the single and the mass change: the current
      * master image is in CNTDN-TICKET-RECORD, the field code and
      * raw value in WS-CHANGE-FIELD-CODE / WS-VALUE-WORK.  The
      * edit checks run on the changed image and the master is
      * only rewritten when they pass.
       510-change-one-ticket.
           MOVE "N" TO WS-TICKET-CHANGED-SWITCH.
           MOVE CNTDN-TICKET-RECORD TO WS-EVENT-BEFORE-IMAGE.
           PERFORM 520-apply-one-field.
           PERFORM 530-edit-check-ticket.
           IF WS-REJECT-REASON = SPACES
              PERFORM 540-rewrite-changed-ticket
           ELSE
              DISPLAY "REJECTED " WS-TRN-ACTION " " CNTDN-TKT-ID
                      " - " WS-CHANGE-FIELD-CODE " FAILS EDIT "
                      WS-REJECT-REASON
           END-IF.

      * Numeric values arrive right-aligned in the 10-column value
      * field and blanks convert to zeros, the way CNTDNREP takes
      * its corrections.  Alphanumerics are taken from the left.
      * A change to the decrease, direction or target of a ticket
      * part worked over earlier nights puts its original start
      * value back first and clears the progress, so the ticket
      * starts over from the beginning; a new start value replaces
      * it outright.
       520-apply-one-field.
           IF WS-CHANGE-FIELD-CODE = "DC" OR "DR" OR "TG"
              PERFORM 527-restore-start-value
           END-IF.
           IF WS-CHANGE-FIELD-CODE = "DP"
              MOVE WS-VALUE-WORK (1:8) TO CNTDN-TKT-DEPARTMENT
           ELSE
            IF WS-CHANGE-FIELD-CODE = "DR"
               MOVE WS-VALUE-WORK (1:1) TO CNTDN-TKT-DIRECTION
            ELSE
             IF WS-CHANGE-FIELD-CODE = "RC"
                MOVE WS-VALUE-WORK (1:1) TO CNTDN-TKT-RECURRENCE
             ELSE
              IF WS-CHANGE-FIELD-CODE = "PD"
                 MOVE WS-VALUE-WORK (1:8) TO CNTDN-TKT-PREDECESSOR
              ELSE
                 INSPECT WS-VALUE-WORK CONVERTING " " TO "0"
                 PERFORM 525-apply-numeric-field
              END-IF
             END-IF
            END-IF
           END-IF.
           IF WS-CHANGE-FIELD-CODE = "SV" OR "DC" OR "DR" OR "TG"
              MOVE ZERO TO CNTDN-TKT-SEGMENTS-DONE
              MOVE ZERO TO CNTDN-TKT-STEPS-DONE
           END-IF.

       525-apply-numeric-field.
           IF WS-CHANGE-FIELD-CODE = "PR"
              MOVE WS-VALUE-WORK (10:1) TO CNTDN-TKT-PRIORITY (1:1)
           END-IF.
           IF WS-CHANGE-FIELD-CODE = "SV"
              MOVE WS-VALUE-WORK (6:5)
                      TO CNTDN-TKT-START-VALUE (1:5)
           END-IF.
           IF WS-CHANGE-FIELD-CODE = "DC"
              MOVE WS-VALUE-WORK (9:2) TO CNTDN-TKT-DECREASE (1:2)
           END-IF.
           IF WS-CHANGE-FIELD-CODE = "TG"
              MOVE WS-VALUE-WORK (6:5)
                      TO CNTDN-TKT-TARGET-VALUE (1:5)
           END-IF.
           IF WS-CHANGE-FIELD-CODE = "ED"
              MOVE WS-VALUE-WORK (3:8)
                      TO CNTDN-TKT-EFFECTIVE-DATE (1:8)
           END-IF.
           IF WS-CHANGE-FIELD-CODE = "DL"
              MOVE WS-VALUE-WORK (5:6)
                      TO CNTDN-TKT-DEADLINE-TIME (1:6)
           END-IF.

      * As the countdown puts it back when a split ticket completes
      * or fails: the decrease and direction are still the ones the
      * steps were taken with.
       527-restore-start-value.
           IF CNTDN-TKT-STEPS-DONE IS NUMERIC
              AND CNTDN-TKT-STEPS-DONE > ZERO
              AND CNTDN-TKT-START-VALUE IS NUMERIC
              AND CNTDN-TKT-DECREASE IS NUMERIC
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

      * The same edits the countdown run applies to a queue record
      * in its 118-edit-check-ticket paragraph (and CNTDNREP to a
      * repair), so a changed ticket will be accepted on the next
      * night's queue.  The predecessor must be on the master
      * (R015) - the keyed read uses the master record area, so
      * a mass change repositions its browse afterwards.
       530-edit-check-ticket.
           MOVE SPACES TO WS-REJECT-REASON.
           IF CNTDN-TKT-DIRECTION = SPACE
              MOVE "D" TO CNTDN-TKT-DIRECTION
           END-IF.
           IF CNTDN-TKT-TARGET-VALUE (1:5) = SPACES
              MOVE ZERO TO CNTDN-TKT-TARGET-VALUE
           END-IF.
           IF CNTDN-TKT-EFFECTIVE-DATE (1:8) = SPACES
              MOVE ZERO TO CNTDN-TKT-EFFECTIVE-DATE
           END-IF.
           IF CNTDN-TKT-DEADLINE-TIME (1:6) = SPACES
              MOVE ZERO TO CNTDN-TKT-DEADLINE-TIME
           END-IF.
           IF CNTDN-TKT-RETRY-COUNT (1:2) = SPACES
              MOVE ZERO TO CNTDN-TKT-RETRY-COUNT
           END-IF.
           IF CNTDN-TKT-ID = SPACES
              MOVE "R001" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND CNTDN-TKT-START-VALUE IS NOT NUMERIC
              MOVE "R002" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND CNTDN-TKT-START-VALUE = ZERO
              AND CNTDN-TKT-COUNT-DOWN
              MOVE "R003" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND CNTDN-TKT-DECREASE IS NOT NUMERIC
              MOVE "R004" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND CNTDN-TKT-DECREASE = ZERO
              MOVE "R005" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND CNTDN-TKT-PRIORITY IS NOT NUMERIC
              MOVE "R006" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND NOT CNTDN-TKT-COUNT-DOWN
              AND NOT CNTDN-TKT-COUNT-UP
              MOVE "R008" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND CNTDN-TKT-TARGET-VALUE IS NOT NUMERIC
              MOVE "R009" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND CNTDN-TKT-COUNT-UP
              AND CNTDN-TKT-TARGET-VALUE
                  NOT > CNTDN-TKT-START-VALUE
              MOVE "R010" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND CNTDN-TKT-COUNT-DOWN
              AND CNTDN-TKT-TARGET-VALUE
                  NOT < CNTDN-TKT-START-VALUE
              MOVE "R010" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND CNTDN-TKT-EFFECTIVE-DATE IS NOT NUMERIC
              MOVE "R011" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND CNTDN-TKT-DEADLINE-TIME IS NOT NUMERIC
              MOVE "R012" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND NOT CNTDN-TKT-RECUR-DAILY
              AND NOT CNTDN-TKT-RECUR-WEEKLY
              AND NOT CNTDN-TKT-RECUR-MONTHLY
              AND NOT CNTDN-TKT-RECUR-NONE
              MOVE "R013" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND CNTDN-TKT-PREDECESSOR NOT = SPACES
              AND CNTDN-TKT-PREDECESSOR = CNTDN-TKT-ID
              MOVE "R014" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND CNTDN-TKT-PREDECESSOR NOT = SPACES
              PERFORM 535-check-predecessor-exists
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND CNTDN-TKT-RETRY-COUNT IS NOT NUMERIC
              MOVE "R016" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM 550-check-department
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND WS-DEPT-QUOTA > ZERO
              AND (WS-CHANGE-FIELD-CODE = "DP" OR "ED")
              PERFORM 560-check-department-quota
           END-IF.

       535-check-predecessor-exists.
           MOVE CNTDN-TKT-PREDECESSOR TO CNTDN-MST-TICKET-ID.
           READ CNTDN-MASTER-FILE
               INVALID KEY
                   MOVE "R015" TO WS-REJECT-REASON
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      * The department must be on the department master (CNTDNDPT)
      * and still active (R017), and the ticket may not ask for a
      * more urgent priority than the department's ceiling (R018),
      * as in the countdown edit checks.
       550-check-department.
           MOVE ZERO TO WS-DEPT-QUOTA.
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
                      IF CNTDN-DPT-DAILY-QUOTA IS NUMERIC
                         MOVE CNTDN-DPT-DAILY-QUOTA TO WS-DEPT-QUOTA
                      END-IF
                   END-IF
           END-READ.

      * The daily quota (R019): a ticket added, or changed to
      * another department or effective date, may not queue more
      * work for the department's day than its quota.  The other
      * WAITING and HELD tickets on the master for the department
      * falling due the same day - the effective date, or today
      * for a ticket already due - are counted by browsing the
      * master, so a mass change repositions its browse after.
       560-check-department-quota.
           IF CNTDN-TKT-EFFECTIVE-DATE IS NUMERIC
              AND CNTDN-TKT-EFFECTIVE-DATE > WS-AUTH-TODAY
              MOVE CNTDN-TKT-EFFECTIVE-DATE TO WS-DUE-DATE
           ELSE
              MOVE WS-AUTH-TODAY TO WS-DUE-DATE
           END-IF.
           MOVE ZERO TO WS-QUOTA-COUNT.
           MOVE "N" TO WS-END-OF-COUNT-SWITCH.
           MOVE LOW-VALUES TO CNTDN-MST-TICKET-ID.
           START CNTDN-MASTER-FILE
                 KEY IS NOT LESS THAN CNTDN-MST-TICKET-ID
               INVALID KEY
                   SET WS-END-OF-COUNT TO TRUE
           END-START.
           PERFORM 565-count-one-ticket
                   UNTIL WS-END-OF-COUNT.
           IF WS-QUOTA-COUNT NOT < WS-DEPT-QUOTA
              MOVE "R019" TO WS-REJECT-REASON
           END-IF.

       565-count-one-ticket.
           READ CNTDN-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-COUNT TO TRUE
               NOT AT END
                   IF CNTDN-MST-DEPARTMENT = CNTDN-TKT-DEPARTMENT
                      AND CNTDN-MST-TICKET-ID NOT = CNTDN-TKT-ID
                      AND (CNTDN-MST-STATUS = "W" OR "H")
                      IF CNTDN-MST-EFFECTIVE-DATE IS NUMERIC
                         AND CNTDN-MST-EFFECTIVE-DATE > WS-AUTH-TODAY
                         MOVE CNTDN-MST-EFFECTIVE-DATE
                                 TO WS-OTHER-DUE-DATE
                      ELSE
                         MOVE WS-AUTH-TODAY TO WS-OTHER-DUE-DATE
                      END-IF
                      IF WS-OTHER-DUE-DATE = WS-DUE-DATE
                         ADD 1 TO WS-QUOTA-COUNT
                      END-IF
                   END-IF
           END-READ.

      * The APPLIED line prints only once the rewrite has taken,
      * as in 350-rewrite-master.
       540-rewrite-changed-ticket.
           MOVE CNTDN-TICKET-RECORD TO CNTDN-MASTER-RECORD.
           REWRITE CNTDN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REJECTED " WS-TRN-ACTION " "
                           CNTDN-TKT-ID " - REWRITE STATUS "
                           WS-MASTER-FILE-STATUS
               NOT INVALID KEY
                   SET WS-TICKET-CHANGED TO TRUE
                   ADD 1 TO WS-TICKETS-CHANGED
                   DISPLAY "APPLIED  " WS-TRN-ACTION " "
                           CNTDN-TKT-ID " - " WS-CHANGE-FIELD-CODE
                           " CHANGED"
                   MOVE "CHANGED" TO WS-EVENT-NAME
                   MOVE SPACES TO WS-EVENT-TEXT
                   STRING WS-CHANGE-FIELD-CODE " " WS-VALUE-WORK
                          DELIMITED BY SIZE INTO WS-EVENT-TEXT
                   PERFORM 700-write-event
           END-REWRITE.

      * A mass change browses the whole master in key order and
      * puts every selected ticket through the single-change path.
      * The transaction counts as applied when at least one ticket
      * took the change.
       600-apply-mass-change.
           MOVE WS-TRN-MASS-FIELD-CODE TO WS-CHANGE-FIELD-CODE.
           IF NOT WS-CHANGE-FIELD-KNOWN
              ADD 1 TO WS-TRANS-REJECTED
              DISPLAY "REJECTED M " WS-TRN-SEL-DEPARTMENT
                      " - FIELD CODE " WS-CHANGE-FIELD-CODE
                      " NOT RECOGNIZED"
           ELSE
              IF NOT WS-TRN-SEL-STATUS-VALID
                 OR (WS-TRN-SEL-PRIORITY NOT = SPACE
                     AND WS-TRN-SEL-PRIORITY IS NOT NUMERIC)
                 ADD 1 TO WS-TRANS-REJECTED
                 DISPLAY "REJECTED M " WS-TRN-SEL-DEPARTMENT
                         " - INVALID SELECTION "
                         WS-TRN-SEL-PRIORITY WS-TRN-SEL-STATUS
              ELSE
                 MOVE ZERO TO WS-MASS-SELECTED
                 MOVE ZERO TO WS-MASS-CHANGED
                 MOVE "N" TO WS-END-OF-MASTER-SWITCH
                 MOVE LOW-VALUES TO CNTDN-MST-TICKET-ID
                 START CNTDN-MASTER-FILE
                       KEY IS NOT LESS THAN CNTDN-MST-TICKET-ID
                     INVALID KEY
                         SET WS-END-OF-MASTER TO TRUE
                 END-START
                 PERFORM 610-select-one-ticket
                         UNTIL WS-END-OF-MASTER
                 DISPLAY "MASS     M " WS-TRN-SEL-DEPARTMENT " "
                         WS-TRN-SEL-PRIORITY WS-TRN-SEL-STATUS " "
                         WS-CHANGE-FIELD-CODE " - SELECTED "
                         WS-MASS-SELECTED " CHANGED "
                         WS-MASS-CHANGED
                 IF WS-MASS-CHANGED > ZERO
                    ADD 1 TO WS-TRANS-APPLIED
                 ELSE
                    ADD 1 TO WS-TRANS-REJECTED
                    DISPLAY "REJECTED M " WS-TRN-SEL-DEPARTMENT
                            " - NO TICKET CHANGED"
                 END-IF
              END-IF
           END-IF.

       610-select-one-ticket.
           READ CNTDN-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-MASTER TO TRUE
               NOT AT END
                   MOVE CNTDN-MASTER-RECORD TO CNTDN-TICKET-RECORD
                   IF (WS-TRN-SEL-DEPARTMENT = SPACES
                       OR WS-TRN-SEL-DEPARTMENT
                          = CNTDN-TKT-DEPARTMENT)
                      AND (WS-TRN-SEL-PRIORITY = SPACE
                       OR WS-TRN-SEL-PRIORITY = CNTDN-TKT-PRIORITY)
                      AND ((WS-TRN-SEL-STATUS = SPACE
                            AND (CNTDN-TKT-WAITING OR CNTDN-TKT-HELD
                                 OR CNTDN-TKT-FAILED))
                       OR WS-TRN-SEL-STATUS = CNTDN-TKT-STATUS)
                      ADD 1 TO WS-MASS-SELECTED
                      MOVE WS-TRN-MASS-VALUE TO WS-VALUE-WORK
                      PERFORM 510-change-one-ticket
                      IF WS-TICKET-CHANGED
                         ADD 1 TO WS-MASS-CHANGED
                      END-IF
                      PERFORM 620-reposition-browse
                   END-IF
           END-READ.

      * The predecessor check's keyed read and the quota count's
      * browse lose the position; pick up again just past the
      * ticket worked.
       620-reposition-browse.
           MOVE CNTDN-TKT-ID TO CNTDN-MST-TICKET-ID.
           START CNTDN-MASTER-FILE
                 KEY IS GREATER THAN CNTDN-MST-TICKET-ID
               INVALID KEY
                   SET WS-END-OF-MASTER TO TRUE
           END-START.

      * One history record per applied change.  The after image
      * is the ticket as it now stands (spaces but for the id once
      * deleted); the statuses either side come from the images.
      * A key already on file - another program's event in the
      * same hundredth of a second - takes the next sequence.  A
      * history write that still fails is reported and the
      * maintenance itself stands.
       700-write-event.
           MOVE CNTDN-TICKET-RECORD TO WS-EVENT-AFTER-IMAGE.
           IF WS-EVENT-FILE-OPEN
              MOVE SPACES TO CNTDN-EVENT-DETAIL
              MOVE CNTDN-TKT-ID          TO CNTDN-EVT-TICKET-ID
              ACCEPT CNTDN-EVT-DATE FROM DATE YYYYMMDD
              ACCEPT CNTDN-EVT-TIME FROM TIME
              MOVE ZERO                  TO CNTDN-EVT-RUN-NUMBER
              MOVE WS-EVENT-NAME         TO CNTDN-EVT-EVENT
              MOVE WS-EVENT-BEFORE-IMAGE (18:1)
                      TO CNTDN-EVT-OLD-STATUS
              MOVE WS-EVENT-AFTER-IMAGE (18:1)
                      TO CNTDN-EVT-NEW-STATUS
              MOVE "CNTDNTKM"            TO CNTDN-EVT-PROGRAM
              MOVE WS-OPERATOR-ID        TO CNTDN-EVT-OPERATOR-ID
              MOVE WS-EVENT-TEXT         TO CNTDN-EVT-DETAIL
              MOVE WS-EVENT-BEFORE-IMAGE TO CNTDN-EVT-BEFORE-IMAGE
              MOVE WS-EVENT-AFTER-IMAGE  TO CNTDN-EVT-AFTER-IMAGE
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
           IF WS-MASTER-FILE-OPEN
              CLOSE CNTDN-MASTER-FILE
           IF WS-TRANS-FILE-OPEN
              CLOSE CNTDN-TRANS-FILE
           END-IF.
           IF WS-EVENT-FILE-OPEN
              CLOSE CNTDN-EVENT-FILE
           END-IF.
           IF WS-DEPT-FILE-OPEN
              CLOSE CNTDN-DEPT-FILE
           END-IF.
           DISPLAY "TRANS READ        " WS-TRANS-READ.
           DISPLAY "TRANS APPLIED     " WS-TRANS-APPLIED.
           DISPLAY "TRANS REJECTED    " WS-TRANS-REJECTED.
           DISPLAY "TICKETS CHANGED   " WS-TICKETS-CHANGED.
           IF WS-RUN-REFUSED
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-ABEND-OCCURRED
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
