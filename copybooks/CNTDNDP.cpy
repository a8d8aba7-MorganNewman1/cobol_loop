      * Department reference record - one record per department
      * allowed to ask for countdown work: its full name, the cost
      * center it is charged to, who to talk to, whether it may
      * still submit tickets, the most urgent priority it may ask
      * for and how many tickets it may have worked in a day.  The
      * file is an indexed dataset keyed on the department code
      * (PROD.COUNTDN.DEPARTMENTS), maintained by CNTDNDPM.  The
      * countdown edit checks, ticket maintenance (CNTDNTKM) and
      * reject repair (CNTDNREP) reject a ticket whose department
      * is not on file or not active, asks for a priority above
      * the ceiling, or would go past the daily quota; the backlog
      * (CNTDNTKR) and chargeback (CNTDNCHG) reports print the
      * name and cost center in place of the bare code.
      * Programs declare their FD records as PIC X(100) with the
      * 8-byte key broken out, and READ INTO / WRITE FROM this
      * area.
       01  CNTDN-DEPARTMENT-DETAIL.
           05  CNTDN-DPT-CODE            PIC X(08).
           05  CNTDN-DPT-NAME            PIC X(30).
           05  CNTDN-DPT-COST-CENTER     PIC X(10).
           05  CNTDN-DPT-CONTACT         PIC X(25).
      * Y while the department may submit work; N once it is
      * retired (the record is kept so history still reads).
           05  CNTDN-DPT-ACTIVE-FLAG     PIC X(01).
               88  CNTDN-DPT-ACTIVE                 VALUE "Y".
      * The most urgent priority the department may ask for
      * (1 = most urgent); a ticket keyed with a smaller number
      * rejects.  Zero means no ceiling.
           05  CNTDN-DPT-PRIORITY-CEILING PIC 9(01).
      * Tickets the department may have taken up for work in one
      * processing day; zero means no quota.  The countdown counts
      * take-ups against the quota here, by processing date, so
      * the count holds across restarts and parallel streams.
           05  CNTDN-DPT-DAILY-QUOTA     PIC 9(03).
           05  CNTDN-DPT-QUOTA-DATE      PIC 9(08).
           05  CNTDN-DPT-QUOTA-USED      PIC 9(03).
           05  FILLER                    PIC X(11).
