000102* 09/02/2026  RLM  Amount and balance passed to OPERATIONS     *
000104*                  widened to nine integer digits to match     *
000106*                  its widened parameters.                     *
000107* 10/15/2026  RLM  The customer is sent a notice of an order   *
000108*                  that failed to post.                        *
000110*****************************************************************
000120*
000130*****************************************************************
000230* is retried tomorrow, and is reported on the run report so    *
000240* the customer can be chased.  An order past its expiry date   *
000250* is marked expired and never posted again.                    *
000252* The customer is sent a notice of each failed order, with its *
000254* amount, due date and reason, requested through               *
000256* NOTICE-REQUEST for the nightly LETTER-RUN.                   *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
001120     05  SR-D-AMOUNT             PIC Z,ZZZ,ZZ9.99.
001130     05  FILLER                  PIC X(01) VALUE SPACE.
001140     05  SR-D-RESULT             PIC X(20).
001142
001144 01  SR-NOTICE-REQUEST.
001146     COPY NOTCREC.
001150
001160 PROCEDURE DIVISION.
001170 0000-MAIN-CONTROL.
002170             MOVE 'FAILED - STATUS ' TO SR-D-RESULT
002180             MOVE SR-RESULT-STATUS TO SR-D-RESULT (17:3)
002190         END-IF
002192         PERFORM 3100-REQUEST-FAILED-NOTICE THRU
002194             3100-REQUEST-FAILED-NOTICE-EXIT
002200     END-IF
002210     WRITE ORDER-REPORT-LINE FROM SR-REPORT-DETAIL.
002220
002230 3000-POST-ORDER-EXIT.
002231     EXIT.
002232
002233*****************************************************************
002234* 3100-REQUEST-FAILED-NOTICE drops an order-failed notice for  *
002235* the paying account: the order amount, the due date it failed *
002236* on, and the reason as reported.                              *
002237*****************************************************************
002238 3100-REQUEST-FAILED-NOTICE.
002239     MOVE SPACES TO SR-NOTICE-REQUEST
002240     SET NR-ORDER-FAILED-NOTICE TO TRUE
002241     MOVE SO-FROM-ACCOUNT-ID TO NR-ACCOUNT-ID
002242     MOVE ZERO TO NR-CUSTOMER-NO
002243     MOVE SR-TODAY TO NR-REQUEST-DATE
002244     MOVE SR-OPERATOR-ID TO NR-REQUESTED-BY
002245     MOVE SO-AMOUNT TO NR-FIRST-AMOUNT
002246     MOVE ZERO TO NR-SECOND-AMOUNT
002247     MOVE SO-NEXT-DUE-DATE TO NR-REFERENCE-DATE
002248     MOVE SR-D-RESULT TO NR-REFERENCE-TEXT
002249     CALL 'NOTICE-REQUEST' USING SR-NOTICE-REQUEST
002250     END-CALL.
002251
002252 3100-REQUEST-FAILED-NOTICE-EXIT.
002253     EXIT.
002254
002260*****************************************************************
002270* 4000-ADVANCE-NEXT-DUE-DATE advances the instruction's        *
002280* next-due date one period - a calendar month with the day     *
