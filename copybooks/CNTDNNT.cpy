      * Department notice interface record - the morning-after feed
      * CNTDNNTC writes for the mail/distribution system, one group
      * per department that had anything to report for the night:
      * an H record naming the department and who to send it to,
      * one D record per ticket listed on the notice, and a T
      * record with the section counts.  Departments with nothing
      * to report get no group.  Every record carries the run it
      * reports on and the department, so the distribution system
      * can route each record on its own.  Programs declare their
      * FD records as PIC X(80) and WRITE FROM this area.
       01  CNTDN-NOTICE-DETAIL.
           05  CNTDN-NTC-RECORD-TYPE     PIC X(01).
               88  CNTDN-NTC-HEADER                 VALUE "H".
               88  CNTDN-NTC-ITEM                   VALUE "D".
               88  CNTDN-NTC-TRAILER                VALUE "T".
           05  CNTDN-NTC-RUN-DATE        PIC 9(08).
           05  CNTDN-NTC-RUN-NUMBER      PIC 9(05).
           05  CNTDN-NTC-DEPARTMENT      PIC X(08).
           05  CNTDN-NTC-BODY            PIC X(58).
      * H - the department's name and contact from the department
      * master (name NOT ON DEPT MASTER and a blank contact for a
      * code not on it).
           05  CNTDN-NTC-HEADER-BODY REDEFINES CNTDN-NTC-BODY.
               10  CNTDN-NTC-DEPT-NAME   PIC X(30).
               10  CNTDN-NTC-CONTACT     PIC X(25).
               10  FILLER                PIC X(03).
      * D - one ticket.  The section is DONE, LATE, DEFERRED (which
      * covers everything deferred or carried forward), REJECTED
      * or FAILED.  The reason code is the extract disposition for
      * DONE, LATE and DEFERRED, the edit-check reason (R001-R019)
      * for REJECTED, and FAILED or ATLIMIT for FAILED - ATLIMIT
      * being a ticket that did not fail tonight but is still held
      * FAILED at the retry limit awaiting a decision.  The attempt
      * count is only set on FAILED items.
           05  CNTDN-NTC-ITEM-BODY REDEFINES CNTDN-NTC-BODY.
               10  CNTDN-NTC-SECTION     PIC X(08).
                   88  CNTDN-NTC-SEC-DONE           VALUE "DONE".
                   88  CNTDN-NTC-SEC-LATE           VALUE "LATE".
                   88  CNTDN-NTC-SEC-DEFERRED       VALUE "DEFERRED".
                   88  CNTDN-NTC-SEC-REJECTED       VALUE "REJECTED".
                   88  CNTDN-NTC-SEC-FAILED         VALUE "FAILED".
               10  CNTDN-NTC-TICKET-ID   PIC X(08).
               10  CNTDN-NTC-REASON-CODE PIC X(08).
               10  CNTDN-NTC-ATTEMPTS    PIC 9(02).
               10  CNTDN-NTC-REASON-TEXT PIC X(32).
      * T - the section counts and the number of D records sent.
           05  CNTDN-NTC-TRAILER-BODY REDEFINES CNTDN-NTC-BODY.
               10  CNTDN-NTC-DONE-COUNT  PIC 9(05).
               10  CNTDN-NTC-LATE-COUNT  PIC 9(05).
               10  CNTDN-NTC-DEFER-COUNT PIC 9(05).
               10  CNTDN-NTC-REJECT-COUNT PIC 9(05).
               10  CNTDN-NTC-FAIL-COUNT  PIC 9(05).
               10  CNTDN-NTC-ITEM-COUNT  PIC 9(05).
               10  FILLER                PIC X(28).
