000104*                  EODCUTOVER, so the business date cannot be  *
000106*                  advanced before the rest of the stream has  *
000108*                  completed for the day.                      *
000109* 10/15/2026  RLM  Reopens online postings at cutover.         *
000110*****************************************************************
000120*
000130*****************************************************************
000180* control record, so everything posted after cutover carries   *
000190* the next business date regardless of the wall clock.  Run    *
000200* this job last in the nightly stream, after AUDIT-ROLLOVER.   *
000203* Online postings, closed while the stream ran, are reopened   *
000206* here for the new business day.                               *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000656         EC-RUN-STEP-NAME EC-RUN-STATUS-CODE
000657     END-CALL
000660
000661     MOVE 'OPEN ' TO EC-RUN-FUNCTION-CODE
000662     CALL 'RUN-CONTROL' USING EC-RUN-FUNCTION-CODE
000663         EC-RUN-STEP-NAME EC-RUN-STATUS-CODE
000664     END-CALL
000665
000670     DISPLAY 'EOD-CUTOVER: business date advanced from '
000680         EC-OLD-DATE ' to ' EC-BUSINESS-DATE '; online postings '
000685         'reopened.'
000690     STOP RUN.
