      * Security violation record - one record for every piece of
      * work refused because the operator id was not on the
      * authorized operator file (CNTDNOP), was not yet active or
      * had expired, or was not permitted the function asked for.
      * Written open extend to PROD.COUNTDN.SECVIOL by the
      * countdown, ticket maintenance (CNTDNTKM), reject repair
      * (CNTDNREP) and department maintenance (CNTDNDPM); read by
      * the security report (CNTDNSVR).
      * Programs declare their FD records as PIC X(100) and
      * READ INTO / WRITE FROM this area.
       01  CNTDN-VIOLATION-DETAIL.
           05  CNTDN-SEC-DATE            PIC 9(08).
           05  CNTDN-SEC-TIME            PIC 9(08).
           05  CNTDN-SEC-PROGRAM         PIC X(08).
           05  CNTDN-SEC-OPERATOR-ID     PIC X(08).
      * RUNBATCH, RUNPACED, RUNINTER, COMMAND, MAINTAIN or REPAIR.
           05  CNTDN-SEC-FUNCTION        PIC X(08).
      * The countdown run the refused command was aimed at; zero
      * for a refused run and outside the countdown.
           05  CNTDN-SEC-RUN-NUMBER      PIC 9(05).
      * NO OPERATOR ID, NOT ON FILE, NOT YET ACTIVE, EXPIRED or
      * NOT PERMITTED.
           05  CNTDN-SEC-REASON          PIC X(20).
      * What was asked for: the run PARM or the command text.
           05  CNTDN-SEC-DETAIL          PIC X(30).
           05  FILLER                    PIC X(05).
