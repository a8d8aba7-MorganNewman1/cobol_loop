      *         with the current reason code to be worked again
      *     abandoned      - the schedulers gave it up with an AB
      *         correction; written nowhere
      * A listing of every decision goes to CNTDNRPR.  Each
      * repaired and abandoned ticket is also written to the
      * ticket event history (CNTDNEVT).
      *
      * Correction records are LRECL 20: the ticket id (8), a
      * two-character field code, and the new value in 10 columns -
      *     PD predecessor id    RT retry count (2 digits)
      *     AB abandon the reject (no value)
      * Several corrections may name the same ticket; they apply in
      * the order keyed.  A correction to SV, DC, DR or TG clears
      * any segmented progress the image carries, so the repaired
      * ticket starts over from its corrected start value.
      * A repaired ticket must also name an active department on
      * the department master (CNTDNDPT, R017), keep within its
      * priority ceiling (R018), and fit the department's daily
      * quota of WAITING and HELD tickets for its due day (R019).
      * The PARM is the id of the operator working the rejects.  It
      * must be on the authorized operator file (CNTDNAUT) and
      * permitted reject repair, or nothing is repaired; the id is
      * carried on every event written.

       ENVIRONMENT DIVISION.

               FILE STATUS IS WS-CORRECTION-STATUS.
           SELECT CNTDN-MASTER-FILE ASSIGN TO "CNTDNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT CNTDN-RESIDUE-FILE ASSIGN TO "CNTDNRRJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESIDUE-FILE-STATUS.
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-MASTER-RECORD.
           05  CNTDN-MST-TICKET-ID    PIC X(08).
           05  CNTDN-MST-DEPARTMENT   PIC X(08).
           05  FILLER                 PIC X(01).
           05  CNTDN-MST-STATUS       PIC X(01).
           05  FILLER                 PIC X(13).
           05  CNTDN-MST-EFFECTIVE-DATE PIC 9(08).
           05  FILLER                 PIC X(21).

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

       FD  CNTDN-RESIDUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CNTDN-REPAIR-RPT-LINE      PIC X(80).

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
       77    WS-REJECT-FILE-STATUS  PIC XX          VALUE SPACES.
       77    WS-CORRECTION-STATUS   PIC XX          VALUE SPACES.
       77    WS-MASTER-FILE-STATUS  PIC XX          VALUE SPACES.
           88  WS-ABANDON-REQUESTED                 VALUE "Y".
       77    WS-REJECT-REASON       PIC X(04)       VALUE SPACES.
       77    WS-VALUE-WORK          PIC X(10)       VALUE SPACES.
       77    WS-EVENT-FILE-STATUS   PIC XX          VALUE SPACES.
       77    WS-EVENT-FILE-OPEN-SWITCH PIC X        VALUE "N".
           88  WS-EVENT-FILE-OPEN                   VALUE "Y".
       77    WS-EVENT-WRITTEN-SWITCH PIC X          VALUE "N".
           88  WS-EVENT-WRITTEN                     VALUE "Y".
       77    WS-EVENT-SEQUENCE      PIC 9(03)       VALUE ZERO.
       77    WS-EVENT-ATTEMPTS      PIC 9(02)       VALUE ZERO.
       77    WS-EVENT-NAME          PIC X(08)       VALUE SPACES.
       77    WS-EVENT-BEFORE-IMAGE  PIC X(60)       VALUE SPACES.
       77    WS-DEPT-FILE-STATUS    PIC XX          VALUE SPACES.
       77    WS-DEPT-FILE-OPEN-SWITCH PIC X         VALUE "N".
           88  WS-DEPT-FILE-OPEN                    VALUE "Y".
       77    WS-DEPT-QUOTA          PIC 9(03)       VALUE ZERO.
       77    WS-QUOTA-COUNT         PIC 9(05)       VALUE ZERO.
       77    WS-DUE-DATE            PIC 9(08)       VALUE ZERO.
       77    WS-OTHER-DUE-DATE      PIC 9(08)       VALUE ZERO.
       77    WS-END-OF-COUNT-SWITCH PIC X           VALUE "N".
           88  WS-END-OF-COUNT                      VALUE "Y".

       01  WS-REJECT-WORK.
           05  WS-REJ-TICKET-IMAGE    PIC X(60).

           COPY CNTDNTK.

           COPY CNTDNEV.

           COPY CNTDNOP.

           COPY CNTDNSV.

           COPY CNTDNDP.

       PROCEDURE DIVISION.

       000-General.

           PERFORM 010-initialize.
           IF NOT WS-ABEND-OCCURRED AND NOT WS-RUN-REFUSED
              PERFORM 100-load-one-correction
                      UNTIL WS-END-OF-CORR
              PERFORM 200-process-one-reject
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
           OPEN INPUT CNTDN-REJECT-FILE.
           IF WS-REJECT-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNREJ - STATUS "
           ELSE
              SET WS-MASTER-FILE-OPEN TO TRUE
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
           OPEN OUTPUT CNTDN-RESIDUE-FILE.
           IF WS-RESIDUE-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNRRJ - STATUS "
              SET WS-REPAIR-RPT-OPEN TO TRUE
           END-IF.

      * The operator id on the PARM must be on the authorized
      * operator file (CNTDNAUT), inside its active and expiry
      * dates, and permitted to repair rejects.  Otherwise
      * nothing is opened or repaired, the refusal is logged to the
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
                 DISPLAY "** NO REJECTS REPAIRED **"
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
                 IF NOT CNTDN-OPR-REPAIR-ALLOWED
                    MOVE "NOT PERMITTED" TO WS-AUTH-REASON
                 ELSE
                    SET WS-AUTHORIZED TO TRUE
                    MOVE WS-AUTH-TODAY TO CNTDN-OPR-LAST-USED-DATE
                    MOVE "CNTDNREP" TO CNTDN-OPR-LAST-USED-PGM
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
           DISPLAY "** REPAIR REFUSED FOR OPERATOR " WS-OPERATOR-ID
                   " - " WS-AUTH-REASON " **".
           MOVE SPACES TO CNTDN-VIOLATION-DETAIL.
           ACCEPT CNTDN-SEC-DATE FROM DATE YYYYMMDD.
           ACCEPT CNTDN-SEC-TIME FROM TIME.
           MOVE "CNTDNREP"            TO CNTDN-SEC-PROGRAM.
           MOVE WS-OPERATOR-ID        TO CNTDN-SEC-OPERATOR-ID.
           MOVE "REPAIR"              TO CNTDN-SEC-FUNCTION.
           MOVE ZERO                  TO CNTDN-SEC-RUN-NUMBER.
           MOVE WS-AUTH-REASON        TO CNTDN-SEC-REASON.
           MOVE "REJECT REPAIR" TO CNTDN-SEC-DETAIL.
           OPEN EXTEND CNTDN-VIOLATION-FILE.
           IF WS-VIOLATION-FILE-STATUS NOT = "00"
              DISPLAY "** UNABLE TO OPEN CNTDNVIO - STATUS "
                      WS-VIOLATION-FILE-STATUS " **"
           ELSE
              WRITE CNTDN-VIOLATION-RECORD
                      FROM CNTDN-VIOLATION-DETAIL
              CLOSE CNTDN-VIOLATION-FILE
           END-IF.

       100-load-one-correction.
           READ CNTDN-CORRECTION-FILE INTO WS-CORRECTION-WORK
               AT END
              MOVE CNTDN-TKT-ID      TO WS-DCL-TICKET-ID
              MOVE WS-REJ-REASON-CODE TO WS-DCL-OLD-REASON
              WRITE CNTDN-REPAIR-RPT-LINE FROM WS-DECISION-LINE
              MOVE WS-REJ-TICKET-IMAGE TO WS-EVENT-BEFORE-IMAGE
              MOVE WS-REJ-TICKET-IMAGE TO CNTDN-TICKET-RECORD
              MOVE "ABANDON" TO WS-EVENT-NAME
              PERFORM 700-write-event
           ELSE
              IF NOT WS-CORRECTION-MATCHED
                 PERFORM 260-write-residue
                    MOVE CNTDN-TKT-ID    TO WS-DCL-TICKET-ID
                    MOVE WS-REJ-REASON-CODE TO WS-DCL-OLD-REASON
                    WRITE CNTDN-REPAIR-RPT-LINE FROM WS-DECISION-LINE
                    MOVE "REPAIRED" TO WS-EVENT-NAME
                    PERFORM 700-write-event
                 ELSE
                    MOVE SPACES TO WS-DECISION-LINE
                    MOVE "STILL-REJ"       TO WS-DCL-DECISION
      * console entries are filled.  Alphanumerics are taken from
      * the left.
       230-apply-one-field.
           IF WS-CRE-FIELD-CODE (WS-CORR-SUB) = "DC" OR "DR" OR "TG"
              PERFORM 235-restore-start-value
           END-IF.
           IF WS-CRE-FIELD-CODE (WS-CORR-SUB) = "AB"
              SET WS-ABANDON-REQUESTED TO TRUE
              ADD 1 TO WS-CORRECTIONS-APPLIED
               END-IF
              END-IF
           END-IF.
           IF WS-CRE-FIELD-CODE (WS-CORR-SUB) = "SV" OR "DC"
                                                OR "DR" OR "TG"
              MOVE ZERO TO CNTDN-TKT-SEGMENTS-DONE
              MOVE ZERO TO CNTDN-TKT-STEPS-DONE
           END-IF.

      * A correction to the decrease, direction or target of a
      * ticket part worked over earlier nights puts its original
      * start value back first, using the decrease and direction
      * the steps were taken with, as the countdown does when a
      * split ticket completes or fails; a new start value
      * replaces it outright.
       235-restore-start-value.
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

       240-apply-numeric-field.
           IF WS-CRE-FIELD-CODE (WS-CORR-SUB) = "PR"
      * ticket id it has been tracking.
       270-store-repaired-ticket.
           MOVE "N" TO WS-TICKET-ON-MASTER-SWITCH.
           MOVE WS-REJ-TICKET-IMAGE TO WS-EVENT-BEFORE-IMAGE.
           MOVE CNTDN-TKT-ID TO CNTDN-MST-TICKET-ID.
           READ CNTDN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TICKET-ON-MASTER TO TRUE
                   MOVE CNTDN-MASTER-RECORD TO WS-EVENT-BEFORE-IMAGE
           END-READ.
           MOVE CNTDN-TICKET-RECORD TO CNTDN-MASTER-RECORD.
           IF WS-TICKET-ON-MASTER
              AND CNTDN-TKT-RETRY-COUNT IS NOT NUMERIC
              MOVE "R016" TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND WS-DEPT-FILE-OPEN
              PERFORM 320-check-department
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND WS-DEPT-QUOTA > ZERO
              AND WS-MASTER-FILE-OPEN
              PERFORM 330-check-department-quota
           END-IF.

      * The named predecessor must be on the master, the same
      * keyed check the countdown run makes.
                   CONTINUE
           END-READ.

      * The department must be on the department master (CNTDNDPT)
      * and still active (R017), and the ticket may not ask for a
      * more urgent priority than the department's ceiling (R018),
      * as in the countdown edit checks.
       320-check-department.
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

      * The daily quota (R019): a repaired ticket goes back WAITING,
      * so it may not queue more work for the department's day
      * than its quota.  The other WAITING and HELD tickets on the
      * master for the department falling due the same day - the
      * effective date, or today for a ticket already due - are
      * counted by browsing the master, the way ticket maintenance
      * (CNTDNTKM) counts them.
       330-check-department-quota.
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
           PERFORM 335-count-one-ticket
                   UNTIL WS-END-OF-COUNT.
           IF WS-QUOTA-COUNT NOT < WS-DEPT-QUOTA
              MOVE "R019" TO WS-REJECT-REASON
           END-IF.

       335-count-one-ticket.
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

       400-report-unused-corrections.
           PERFORM 410-report-one-unused
                   VARYING WS-CORR-SUB FROM 1 BY 1
           MOVE WS-CORRECTIONS-UNUSED TO WS-SML-COUNT.
           WRITE CNTDN-REPAIR-RPT-LINE FROM WS-SUMMARY-LINE.

      * One event history record for the decision just made.  The
      * ticket as it was is in WS-EVENT-BEFORE-IMAGE (the master
      * image when the ticket is cataloged, else the rejected
      * image), the ticket as it now stands in CNTDN-TICKET-RECORD.
      * A key already on file takes the next sequence number; a
      * write that still fails is reported and the run carries on.
       700-write-event.
           MOVE SPACES TO CNTDN-EVENT-DETAIL.
           MOVE CNTDN-TKT-ID          TO CNTDN-EVT-TICKET-ID.
           ACCEPT CNTDN-EVT-DATE FROM DATE YYYYMMDD.
           ACCEPT CNTDN-EVT-TIME FROM TIME.
           MOVE ZERO                  TO CNTDN-EVT-RUN-NUMBER.
           MOVE WS-EVENT-NAME         TO CNTDN-EVT-EVENT.
           MOVE WS-EVENT-BEFORE-IMAGE (18:1) TO CNTDN-EVT-OLD-STATUS.
           MOVE CNTDN-TKT-STATUS      TO CNTDN-EVT-NEW-STATUS.
           MOVE "CNTDNREP"            TO CNTDN-EVT-PROGRAM.
           MOVE WS-OPERATOR-ID        TO CNTDN-EVT-OPERATOR-ID.
           STRING "WAS " WS-REJ-REASON-CODE
                  DELIMITED BY SIZE INTO CNTDN-EVT-DETAIL.
           MOVE WS-EVENT-BEFORE-IMAGE TO CNTDN-EVT-BEFORE-IMAGE.
           MOVE CNTDN-TICKET-RECORD   TO CNTDN-EVT-AFTER-IMAGE.
           MOVE "N" TO WS-EVENT-WRITTEN-SWITCH.
           MOVE ZERO TO WS-EVENT-ATTEMPTS.
           PERFORM 710-write-one-event
                   UNTIL WS-EVENT-WRITTEN
                   OR WS-EVENT-ATTEMPTS > 5.

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
           IF WS-REJECT-FILE-OPEN
              CLOSE CNTDN-REJECT-FILE
           IF WS-MASTER-FILE-OPEN
              CLOSE CNTDN-MASTER-FILE
           END-IF.
           IF WS-EVENT-FILE-OPEN
              CLOSE CNTDN-EVENT-FILE
           END-IF.
           IF WS-DEPT-FILE-OPEN
              CLOSE CNTDN-DEPT-FILE
           END-IF.
           IF WS-RESIDUE-OPEN
              CLOSE CNTDN-RESIDUE-FILE
           END-IF.
           DISPLAY "TICKETS REPAIRED  " WS-TICKETS-REPAIRED.
           DISPLAY "STILL REJECTED    " WS-TICKETS-STILL-BAD.
           DISPLAY "ABANDONED         " WS-TICKETS-ABANDONED.
           IF WS-RUN-REFUSED
              MOVE 12 TO RETURN-CODE
           ELSE
              IF WS-ABEND-OCCURRED
                 MOVE 16 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
