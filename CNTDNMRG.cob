       77    WS-TOTAL-CARRY         PIC 9(05)       VALUE ZERO.
       77    WS-TOTAL-LATE          PIC 9(05)       VALUE ZERO.
       77    WS-TOTAL-REGEN         PIC 9(05)       VALUE ZERO.
       77    WS-TOTAL-PARTL         PIC 9(05)       VALUE ZERO.
       77    WS-TOTAL-RETRY         PIC 9(05)       VALUE ZERO.
       77    WS-TOTAL-EXHST         PIC 9(05)       VALUE ZERO.
       77    WS-TOTAL-FCST-SECS     PIC 9(08)       VALUE ZERO.
                                    ADD WS-STL-TICKETS
                                            TO WS-TOTAL-EXHST
                                 ELSE
                                  IF WS-STL-LABEL = "PARTL"
                                     ADD WS-STL-TICKETS
                                             TO WS-TOTAL-PARTL
                                  ELSE
                                     WRITE CNTDN-REPORT-RECORD
                                             FROM WS-STREAM-LINE
                                  END-IF
                                 END-IF
                                END-IF
                               END-IF
           MOVE WS-TOTAL-REGEN TO WS-SUM-TICKETS.
           WRITE CNTDN-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "PARTL" TO WS-SUM-LABEL.
           MOVE WS-TOTAL-PARTL TO WS-SUM-TICKETS.
           WRITE CNTDN-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "RETRY" TO WS-SUM-LABEL.
           MOVE WS-TOTAL-RETRY TO WS-SUM-TICKETS.
           WRITE CNTDN-REPORT-RECORD FROM WS-SUMMARY-LINE.
