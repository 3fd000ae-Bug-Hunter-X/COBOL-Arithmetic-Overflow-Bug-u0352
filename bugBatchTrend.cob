      * Classification: BAD TRAILER, ID MISMATCH and NO HEADER
      * count with OUT OF BAL - every one of them is the feed
      * failing its own control discipline. Reversal verdicts
      * (REVERSED, NOT REGISTRD, ALREADY REVSD) and the RELEASED
      * line a held batch gets when operations send it back
      * through are our own actions, not the area's feed, and stay
      * out of the quality figures - the batch already counted
      * against its area on the night it was parked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
