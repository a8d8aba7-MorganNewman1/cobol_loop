      * Ticket event history record - one record per change in a
      * ticket's life, whichever program made it: added, held,
      * released, changed or deleted by ticket maintenance
      * (CNTDNTKM); taken up, deferred, slid, DONE, LATE, FAILED,
      * SKIPPED, retried, regenerated or rejected by the countdown;
      * repaired or abandoned by the reject repair run (CNTDNREP).
      * The history is an indexed dataset (PROD.COUNTDN.EVENTS)
      * keyed on the ticket id, the date and time of the event and
      * a sequence number, so one ticket's timeline reads back in
      * order with a START and READ NEXT.  The sequence number
      * separates events one program writes within the same
      * hundredth of a second (a DONE and its regeneration).
      * Run number is zero for events outside a countdown run.
      * The before and after images are the full ticket record
      * either side of the change, so a run's changes can be
      * reversed and a later change by someone else detected.
      * Programs declare their FD records as PIC X(210) with the
      * 27-byte key broken out, and READ INTO / WRITE FROM this
      * area.
       01  CNTDN-EVENT-DETAIL.
           05  CNTDN-EVT-KEY.
               10  CNTDN-EVT-TICKET-ID   PIC X(08).
               10  CNTDN-EVT-DATE        PIC 9(08).
               10  CNTDN-EVT-TIME        PIC 9(08).
               10  CNTDN-EVT-SEQUENCE    PIC 9(03).
           05  CNTDN-EVT-RUN-NUMBER      PIC 9(05).
           05  CNTDN-EVT-EVENT           PIC X(08).
           05  CNTDN-EVT-OLD-STATUS      PIC X(01).
           05  CNTDN-EVT-NEW-STATUS      PIC X(01).
      * Who or what caused it: the program that made the change
      * and the operator id it ran under (the countdown PARM
      * operator, BATCHRUN for unattended queue runs).
           05  CNTDN-EVT-PROGRAM         PIC X(08).
           05  CNTDN-EVT-OPERATOR-ID     PIC X(08).
      * Free-text particulars: the reject reason code, the field
      * changed and its new value, the slid-to date, the attempt
      * count, the next cycle date.
           05  CNTDN-EVT-DETAIL          PIC X(30).
           05  CNTDN-EVT-BEFORE-IMAGE    PIC X(60).
           05  CNTDN-EVT-AFTER-IMAGE     PIC X(60).
           05  FILLER                    PIC X(02).
