      * after that it stays FAILED and is listed on the report's
      * exceptions section for a human decision.
           05  CNTDN-TKT-RETRY-COUNT     PIC 9(02).
      * Segmented progress.  On a paced run with the segmented
      * option, a low-priority ticket too long for what is left of
      * the batch window is worked until the window closes and is
      * written back WAITING with the start value moved up (or
      * down) to the value reached; the next night resumes from
      * there.  The segments worked so far and the steps they took
      * are kept here, so the original start value is always the
      * start value plus (or, counting up, less) the steps done
      * times the decrease.  A ticket may be split over as many
      * nights as it takes.  The steps done are packed so that
      * every step a start value can hold fits in what was the
      * record's spare space; the segment count has the one byte
      * left over and stops at 9, which reads as nine or more -
      * it only numbers the pieces on the report, the extract and
      * the event history.  When the target is reached the
      * original start value is put back and the counts stay as a
      * record of the split; a failed attempt also puts it back
      * and clears them, since the retry starts over.  Blank (or
      * zero) means the ticket has never been split.
           05  CNTDN-TKT-PROGRESS.
               10  CNTDN-TKT-SEGMENTS-DONE PIC 9(01).
               10  CNTDN-TKT-STEPS-DONE  PIC 9(05) COMP-3.
