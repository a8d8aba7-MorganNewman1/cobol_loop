               88  CNTDN-RUN-IN-FLIGHT              VALUE "I".
               88  CNTDN-RUN-COMPLETE               VALUE "C".
               88  CNTDN-RUN-ABENDED                VALUE "A".
               88  CNTDN-RUN-BACKED-OUT             VALUE "B".

       WORKING-STORAGE SECTION.
       77    WS-CKPT-FILE-STATUS    PIC XX          VALUE SPACES.
           88  WS-RUN-SEEN                          VALUE "Y".
       77    WS-CKPT-SEEN-SWITCH    PIC X           VALUE "N".
           88  WS-CKPT-SEEN                         VALUE "Y".
       77    WS-RUN-STATUS-TEXT     PIC X(10)       VALUE SPACES.
       77    WS-SPAN-STEPS          PIC 9(07)       VALUE ZERO.
       77    WS-DONE-VALUE          PIC 9(07)       VALUE ZERO.
       77    WS-PCT-COMPLETE        PIC 9(03)       VALUE ZERO.
              IF CNTDN-RUN-ABENDED
                 MOVE "ABENDED  " TO WS-RUN-STATUS-TEXT
              END-IF
              IF CNTDN-RUN-BACKED-OUT
                 MOVE "BACKED OUT" TO WS-RUN-STATUS-TEXT
              END-IF
              DISPLAY "RUN      " CNTDN-RUN-NUMBER
                      " OF " CNTDN-RUN-DATE
                      "  OPERATOR " CNTDN-RUN-OPERATOR-ID
