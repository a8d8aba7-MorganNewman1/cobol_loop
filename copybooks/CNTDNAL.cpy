      * Deadline alert record - written by the countdown during a
      * paced queue run the moment the projected finish of a ticket
      * (the one being worked, or one still waiting behind it in the
      * queue) falls past its deadline, again each time the
      * shortfall has grown, and once more if a later projection
      * brings it back inside the deadline.  Each record is written
      * open extend and closed straight away to PROD.COUNTDN.ALERTS
      * so console automation watching the dataset sees it at once.
      * Programs declare their FD records as PIC X(80) and
      * READ INTO / WRITE FROM this area.
       01  CNTDN-ALERT-DETAIL.
           05  CNTDN-ALR-RUN-NUMBER      PIC 9(05).
           05  CNTDN-ALR-RUN-DATE        PIC 9(08).
      * Clock time (HHMMSS) the alert was raised.
           05  CNTDN-ALR-ALERT-TIME      PIC 9(06).
      * ATRISK the first time the ticket is projected late,
      * ESCALATE when the shortfall has grown since the last alert,
      * CLEARED when the projection is back inside the deadline.
           05  CNTDN-ALR-ALERT-TYPE      PIC X(08).
               88  CNTDN-ALR-AT-RISK                VALUE "ATRISK".
               88  CNTDN-ALR-ESCALATED              VALUE "ESCALATE".
               88  CNTDN-ALR-CLEARED                VALUE "CLEARED".
           05  CNTDN-ALR-TICKET-ID       PIC X(08).
           05  CNTDN-ALR-DEPARTMENT      PIC X(08).
      * W for the ticket being worked, Q for one still queued.
           05  CNTDN-ALR-TICKET-STATE    PIC X(01).
               88  CNTDN-ALR-WORKING                VALUE "W".
               88  CNTDN-ALR-QUEUED                 VALUE "Q".
      * Deadline and projected finish are clock times (HHMMSS); a
      * value earlier on the clock than the session start means
      * after midnight, as on the ticket record.
           05  CNTDN-ALR-DEADLINE        PIC 9(06).
           05  CNTDN-ALR-PROJECTED-FINISH PIC 9(06).
      * Whole minutes the projected finish is past the deadline
      * (rounded up); zero on a CLEARED alert.
           05  CNTDN-ALR-MINUTES-SHORT   PIC 9(04).
      * The pacing interval the projection was made at.
           05  CNTDN-ALR-PACE-SECONDS    PIC 9(03).
           05  CNTDN-ALR-OPERATOR-ID     PIC X(08).
           05  FILLER                    PIC X(09).
