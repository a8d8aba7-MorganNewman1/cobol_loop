      * same DD names; the extract may then carry several
      * header/detail/trailer groups and the trailer counts are
      * summed.
      *
      * A ticket split over several nights is one piece of work:
      * each night it is on the queue once and lands once on the
      * updated master, WAITING with more steps done when the
      * window closed on it again, or DONE when the last segment
      * reached the target.  The partials found that way must
      * agree with the report's PARTL control count and the
      * PARTIAL details on the extract; a steps-done count that
      * moved any other way (other than back to zero when a failed
      * attempt starts over) puts the ticket out of balance.

       ENVIRONMENT DIVISION.

       77    WS-RPT-REGEN-COUNT     PIC 9(05)       VALUE ZERO.
       77    WS-PLACEMENT-COUNT     PIC 9(05)       VALUE ZERO.
       77    WS-EXPECTED-NEXTCYC    PIC 9(07)       VALUE ZERO.
       77    WS-RPT-PARTL-COUNT     PIC 9(05)       VALUE ZERO.
       77    WS-EXTRACT-PARTIALS    PIC 9(07)       VALUE ZERO.
       77    WS-SEGMENTS-PARTIAL    PIC 9(05)       VALUE ZERO.
       77    WS-SPLITS-COMPLETED    PIC 9(05)       VALUE ZERO.
       77    WS-STEPS-DONE-WORK     PIC 9(05)       VALUE ZERO.
       77    WS-SEGMENT-SKEW-SWITCH PIC X           VALUE "N".
           88  WS-SEGMENT-SKEW                      VALUE "Y".

      * One entry per distinct ticket id seen on any of the four
      * ticket files: how many times it was on the queue and where
      * it landed.  The done switch remembers a DONE copy on the
      * updated master so the regenerated double of a recurring
      * ticket balances.  The segment counts are those on the last
      * queue and updated-master records for the id, with the
      * master status alongside.
       01  WS-TICKET-TABLE.
           05  WS-TICKET-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  WS-TICKET-ENTRY OCCURS 5000 TIMES.
               10  WS-TKE-REJ-COUNT   PIC 9(03).
               10  WS-TKE-NXT-COUNT   PIC 9(03).
               10  WS-TKE-DONE-SWITCH PIC X(01).
               10  WS-TKE-IN-STEPS-DONE PIC 9(05).
               10  WS-TKE-TKO-STEPS-DONE PIC 9(05).
               10  WS-TKE-TKO-STATUS  PIC X(01).

       01  WS-REPORT-PARSE.
           05  WS-RPP-LABEL           PIC X(05).
           05  FILLER                 PIC X(01).
           05  WS-EXP-TRAILER-COUNT   PIC X(05).
           05  FILLER                 PIC X(73).
       01  WS-EXTRACT-DETAIL-PARSE REDEFINES WS-EXTRACT-PARSE.
           05  FILLER                 PIC X(51).
           05  WS-EXP-DISPOSITION     PIC X(08).
           05  FILLER                 PIC X(21).

       01  WS-RECON-HEADING.
           05  FILLER                 PIC X(38)
                 MOVE ZERO TO WS-TKE-REJ-COUNT (WS-FOUND-SUB)
                 MOVE ZERO TO WS-TKE-NXT-COUNT (WS-FOUND-SUB)
                 MOVE "N"  TO WS-TKE-DONE-SWITCH (WS-FOUND-SUB)
                 MOVE ZERO TO WS-TKE-IN-STEPS-DONE (WS-FOUND-SUB)
                 MOVE ZERO TO WS-TKE-TKO-STEPS-DONE (WS-FOUND-SUB)
                 MOVE SPACE TO WS-TKE-TKO-STATUS (WS-FOUND-SUB)
              ELSE
                 IF NOT WS-TABLE-FULL
                    SET WS-TABLE-FULL TO TRUE
              MOVE WS-TICKET-SUB TO WS-FOUND-SUB
           END-IF.

      * Tickets keyed before segmented progress was kept carry
      * blanks there; they read as never split.
       070-get-steps-done.
           IF CNTDN-TKT-STEPS-DONE IS NUMERIC
              MOVE CNTDN-TKT-STEPS-DONE TO WS-STEPS-DONE-WORK
           ELSE
              MOVE ZERO TO WS-STEPS-DONE-WORK
           END-IF.

       100-tally-queue-records.
           MOVE "N" TO WS-END-OF-FILE-SWITCH.
           PERFORM 110-tally-one-queue-record
                   PERFORM 050-find-or-add-ticket
                   IF WS-FOUND-SUB > ZERO
                      ADD 1 TO WS-TKE-IN-COUNT (WS-FOUND-SUB)
                      PERFORM 070-get-steps-done
                      MOVE WS-STEPS-DONE-WORK
                         TO WS-TKE-IN-STEPS-DONE (WS-FOUND-SUB)
                   END-IF
           END-READ.

                         MOVE "Y"
                            TO WS-TKE-DONE-SWITCH (WS-FOUND-SUB)
                      END-IF
                      PERFORM 070-get-steps-done
                      MOVE WS-STEPS-DONE-WORK
                         TO WS-TKE-TKO-STEPS-DONE (WS-FOUND-SUB)
                      MOVE CNTDN-TKT-STATUS
                         TO WS-TKE-TKO-STATUS (WS-FOUND-SUB)
                   END-IF
           END-READ.

                      IF WS-RPP-LABEL = "REGEN"
                         MOVE WS-RPP-TICKETS TO WS-RPT-REGEN-COUNT
                      END-IF
                      IF WS-RPP-LABEL = "PARTL"
                         MOVE WS-RPP-TICKETS TO WS-RPT-PARTL-COUNT
                      END-IF
                   END-IF
           END-READ.

               NOT AT END
                   IF WS-EXP-RECORD-TYPE = "D"
                      ADD 1 TO WS-EXTRACT-D-RECORDS
                      IF WS-EXP-DISPOSITION = "PARTIAL "
                         ADD 1 TO WS-EXTRACT-PARTIALS
                      END-IF
                   END-IF
                   IF WS-EXP-RECORD-TYPE = "T"
                      AND WS-EXP-TRAILER-COUNT IS NUMERIC
               WS-TKE-TKO-COUNT (WS-TICKET-SUB)
               + WS-TKE-REJ-COUNT (WS-TICKET-SUB)
               + WS-TKE-NXT-COUNT (WS-TICKET-SUB).
           PERFORM 330-check-segments.
           IF WS-SEGMENT-SKEW
              SET WS-OUT-OF-BALANCE TO TRUE
              ADD 1 TO WS-TICKETS-UNBALANCED
              PERFORM 320-write-unbalanced-line
           ELSE
              IF WS-TKE-IN-COUNT (WS-TICKET-SUB) = 1
                 AND WS-PLACEMENT-COUNT = 1
                 ADD 1 TO WS-TICKETS-BALANCED
              ELSE
                 IF WS-TKE-IN-COUNT (WS-TICKET-SUB) = 1
                    AND WS-TKE-TKO-COUNT (WS-TICKET-SUB) = 1
                    AND WS-TKE-NXT-COUNT (WS-TICKET-SUB) = 1
                    AND WS-TKE-REJ-COUNT (WS-TICKET-SUB) = ZERO
                    AND WS-TKE-DONE-SWITCH (WS-TICKET-SUB) = "Y"
                    ADD 1 TO WS-TICKETS-BALANCED
                    ADD 1 TO WS-REGEN-DOUBLES
                 ELSE
                    SET WS-OUT-OF-BALANCE TO TRUE
                    ADD 1 TO WS-TICKETS-UNBALANCED
                    PERFORM 320-write-unbalanced-line
                 END-IF
              END-IF
           END-IF.

       320-write-unbalanced-line.
           MOVE SPACES TO WS-UNBALANCED-LINE.
           IF WS-SEGMENT-SKEW
              MOVE "SEGMENTS " TO WS-UBL-TAG
           ELSE
              IF WS-TKE-IN-COUNT (WS-TICKET-SUB) = ZERO
                 MOVE "NOT-IN-Q " TO WS-UBL-TAG
              ELSE
                 IF WS-PLACEMENT-COUNT = ZERO
                    MOVE "DROPPED  " TO WS-UBL-TAG
                 ELSE
                    MOVE "DOUBLED  " TO WS-UBL-TAG
                 END-IF
              END-IF
           END-IF.
           MOVE WS-TKE-ID (WS-TICKET-SUB)        TO WS-UBL-TICKET-ID.
           MOVE " NXT" TO WS-UNBALANCED-LINE (40:4).
           WRITE CNTDN-RECON-RPT-LINE FROM WS-UNBALANCED-LINE.

      * Only a ticket on the queue once and on the updated master
      * once can be judged.  Tonight's segment leaves it WAITING
      * with more steps done; the last segment leaves it DONE with
      * more steps done.  Otherwise the count stands still, or
      * drops to zero when a failed attempt starts over.
       330-check-segments.
           MOVE "N" TO WS-SEGMENT-SKEW-SWITCH.
           IF WS-TKE-IN-COUNT (WS-TICKET-SUB) = 1
              AND WS-TKE-TKO-COUNT (WS-TICKET-SUB) = 1
              IF WS-TKE-TKO-STEPS-DONE (WS-TICKET-SUB)
                      > WS-TKE-IN-STEPS-DONE (WS-TICKET-SUB)
                 IF WS-TKE-TKO-STATUS (WS-TICKET-SUB) = "W"
                    ADD 1 TO WS-SEGMENTS-PARTIAL
                 ELSE
                    IF WS-TKE-TKO-STATUS (WS-TICKET-SUB) = "D"
                       ADD 1 TO WS-SPLITS-COMPLETED
                    ELSE
                       SET WS-SEGMENT-SKEW TO TRUE
                    END-IF
                 END-IF
              ELSE
                 IF WS-TKE-TKO-STEPS-DONE (WS-TICKET-SUB)
                         NOT = WS-TKE-IN-STEPS-DONE (WS-TICKET-SUB)
                    AND WS-TKE-TKO-STEPS-DONE (WS-TICKET-SUB)
                         NOT = ZERO
                    SET WS-SEGMENT-SKEW TO TRUE
                 END-IF
              END-IF
           END-IF.

       500-write-recon-report.
           WRITE CNTDN-RECON-RPT-LINE FROM WS-RECON-HEADING.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "TICKETS UNBALANCED  " TO WS-CTL-LABEL.
           MOVE WS-TICKETS-UNBALANCED TO WS-CTL-COUNT.
           WRITE CNTDN-RECON-RPT-LINE FROM WS-COUNT-LINE.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "SEGMENTS PARTIAL    " TO WS-CTL-LABEL.
           MOVE WS-SEGMENTS-PARTIAL TO WS-CTL-COUNT.
           WRITE CNTDN-RECON-RPT-LINE FROM WS-COUNT-LINE.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "SPLITS COMPLETED    " TO WS-CTL-LABEL.
           MOVE WS-SPLITS-COMPLETED TO WS-CTL-COUNT.
           WRITE CNTDN-RECON-RPT-LINE FROM WS-COUNT-LINE.
           PERFORM 510-compare-read-count.
           PERFORM 520-compare-rejct-count.
           PERFORM 530-compare-carry-count.
           PERFORM 540-compare-extract-count.
           PERFORM 545-compare-partial-counts.

       510-compare-read-count.
           MOVE SPACES TO WS-COMPARE-LINE.
           PERFORM 550-set-verdict.
           WRITE CNTDN-RECON-RPT-LINE FROM WS-COMPARE-LINE.

      * Every ticket left partial tonight is on the report's PARTL
      * count and has a PARTIAL detail on the extract.
       545-compare-partial-counts.
           MOVE SPACES TO WS-COMPARE-LINE.
           MOVE "RPT PARTL       " TO WS-CPL-LABEL.
           MOVE WS-RPT-PARTL-COUNT  TO WS-CPL-REPORTED.
           MOVE WS-SEGMENTS-PARTIAL TO WS-CPL-ACTUAL.
           PERFORM 550-set-verdict.
           WRITE CNTDN-RECON-RPT-LINE FROM WS-COMPARE-LINE.
           MOVE SPACES TO WS-COMPARE-LINE.
           MOVE "EXT PARTIAL D   " TO WS-CPL-LABEL.
           MOVE WS-EXTRACT-PARTIALS TO WS-CPL-REPORTED.
           MOVE WS-SEGMENTS-PARTIAL TO WS-CPL-ACTUAL.
           PERFORM 550-set-verdict.
           WRITE CNTDN-RECON-RPT-LINE FROM WS-COMPARE-LINE.

       550-set-verdict.
           MOVE " REPORTED" TO WS-COMPARE-LINE (17:9).
           MOVE " ACTUAL"   TO WS-COMPARE-LINE (34:7).
