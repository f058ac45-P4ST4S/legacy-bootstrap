000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 09/02/2026  RLM  Original version.                           *
000102* 10/15/2026  RLM  A foreign-currency posting is measured      *
000104*                  against the threshold, and totalled, at its *
000106*                  home-currency equivalent at the rate it     *
000108*                  posted at.                                  *
000110*****************************************************************
000120*
000130*****************************************************************
000910         10  CL-T-SINGLE-HIT-SW   PIC X(01).
000920 01  CL-ACCOUNT-COUNT             PIC 9(03) VALUE ZERO.
000930 01  CL-LOOKUP-ACCOUNT            PIC 9(10).
000935 01  CL-HOME-AMOUNT               PIC 9(11)V99.
000940
000950 01  CL-DETAIL-LINE.
000960     05  FILLER                   PIC X(08) VALUE 'ACCOUNT '.
002380         GO TO 2100-REVIEW-ONE-ENTRY-EXIT
002390     END-IF
002400
002401     IF AT-CURRENCY-CODE = SPACES
002402             OR AT-HOME-RATE NOT NUMERIC
002403         MOVE AT-AMOUNT TO CL-HOME-AMOUNT
002404     ELSE
002405         COMPUTE CL-HOME-AMOUNT ROUNDED = AT-AMOUNT * AT-HOME-RATE
002406     END-IF
002410     MOVE AT-ACCOUNT-ID TO CL-LOOKUP-ACCOUNT
002420     PERFORM 2200-FIND-ACCOUNT-SLOT THRU
002430         2200-FIND-ACCOUNT-SLOT-EXIT
002440     IF CL-ACCT-IDX <= CL-ACCOUNT-COUNT
002450         ADD CL-HOME-AMOUNT TO CL-T-CASH-TOTAL (CL-ACCT-IDX)
002460         ADD 1 TO CL-T-POSTING-COUNT (CL-ACCT-IDX)
002470     END-IF
002480
002490     IF CL-HOME-AMOUNT >= CL-THRESHOLD
002500         IF CL-ACCT-IDX <= CL-ACCOUNT-COUNT
002510             MOVE 'Y' TO CL-T-SINGLE-HIT-SW (CL-ACCT-IDX)
002520         END-IF
002530         MOVE AT-ACCOUNT-ID TO CL-D-ACCOUNT-ID
002540         MOVE AT-OPERATION-CODE TO CL-D-OPERATION
002550         MOVE CL-HOME-AMOUNT TO CL-D-AMOUNT
002560         MOVE AT-OPERATOR-ID TO CL-D-OPERATOR
002570         MOVE AT-SUPERVISOR-ID TO CL-D-SUPERVISOR
002580         WRITE COMPLIANCE-REPORT-LINE FROM CL-DETAIL-LINE
