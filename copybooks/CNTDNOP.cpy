      * Authorized operator record - one record per operator id
      * allowed to work the countdown system: who it is, the first
      * and last day it may be used, and the functions it may
      * perform.  The file is an indexed dataset keyed on the
      * operator id (PROD.COUNTDN.OPERATORS).  The countdown,
      * ticket maintenance (CNTDNTKM), reject repair (CNTDNREP) and
      * department maintenance (CNTDNDPM) look the operator up
      * before doing any work and stamp the last-used date on
      * every accepted use; the security report (CNTDNSVR) reads it
      * end to end for expired and dormant ids.
      * Programs declare their FD records as PIC X(80) with the
      * 8-byte key broken out, and READ INTO / REWRITE FROM this
      * area.
       01  CNTDN-OPERATOR-DETAIL.
           05  CNTDN-OPR-ID              PIC X(08).
           05  CNTDN-OPR-NAME            PIC X(25).
      * The id is good from the active date through the expiry
      * date inclusive; an expiry date of zero never expires.
           05  CNTDN-OPR-ACTIVE-DATE     PIC 9(08).
           05  CNTDN-OPR-EXPIRY-DATE     PIC 9(08).
      * Permitted functions, Y or N each.  The table view is
      * subscripted by function number, 1 through 6 in this order.
           05  CNTDN-OPR-FUNCTIONS.
               10  CNTDN-OPR-RUN-BATCH   PIC X(01).
                   88  CNTDN-OPR-RUN-BATCH-ALLOWED      VALUE "Y".
               10  CNTDN-OPR-RUN-PACED   PIC X(01).
                   88  CNTDN-OPR-RUN-PACED-ALLOWED      VALUE "Y".
               10  CNTDN-OPR-RUN-INTERACTIVE PIC X(01).
                   88  CNTDN-OPR-RUN-INTER-ALLOWED      VALUE "Y".
               10  CNTDN-OPR-COMMANDS    PIC X(01).
                   88  CNTDN-OPR-COMMANDS-ALLOWED       VALUE "Y".
               10  CNTDN-OPR-MAINTAIN    PIC X(01).
                   88  CNTDN-OPR-MAINTAIN-ALLOWED       VALUE "Y".
               10  CNTDN-OPR-REPAIR      PIC X(01).
                   88  CNTDN-OPR-REPAIR-ALLOWED         VALUE "Y".
           05  CNTDN-OPR-FUNCTION-TABLE REDEFINES CNTDN-OPR-FUNCTIONS.
               10  CNTDN-OPR-FUNCTION-FLAG PIC X(01) OCCURS 6 TIMES.
      * Stamped by the program that last accepted the id; zero
      * until it is first used.
           05  CNTDN-OPR-LAST-USED-DATE  PIC 9(08).
           05  CNTDN-OPR-LAST-USED-PGM   PIC X(08).
           05  FILLER                    PIC X(09).
