000710*                  forward, so the sender sees every record    *
000720*                  exactly once under one trailer covering     *
000730*                  the whole feed.                             *
000731* 10/15/2026  RLM  A feed record naming a currency is refused  *
000732*                  with a CUR disposition unless it is the     *
000733*                  account's own - postings are made only in   *
000734*                  the account's currency.  A record with no   *
000735*                  currency posts in the account's currency.   *
000740*****************************************************************
000750*
000760*****************************************************************
001740 01  BP-OPERATOR-ID               PIC X(08) VALUE 'BATCH   '.
001750 01  BP-RESULT-STATUS             PIC X(03).
001760 01  BP-DUMMY-FUNCTION            PIC X(05).
001761 01  BP-READ-STATUS               PIC X(03).
001762 01  BP-FEED-CURRENCY             PIC X(03).
001763 01  BP-HOME-CURRENCY             PIC X(03) VALUE SPACES.
001764 01  BP-FX-FUNCTION-CODE          PIC X(05).
001765 01  BP-FX-RATE                   PIC 9(05)V9(06).
001766 01  BP-FX-STATUS-CODE            PIC X(03).
001770
001780 01  BP-CONTROL-RECORD.
001790     COPY FEEDCTL.
005660     MOVE TI-SUPERVISOR-ID TO BP-SUPERVISOR-ID
005670     MOVE TI-TO-ACCOUNT-ID TO BP-TO-ACCOUNT-ID
005680
005690     MOVE 'OK ' TO BP-RESULT-STATUS
005700     IF TI-CURRENCY-CODE NOT = SPACES
005710         PERFORM 3100-CHECK-FEED-CURRENCY THRU
005720             3100-CHECK-FEED-CURRENCY-EXIT
005721     END-IF
005722
005723     IF BP-RESULT-STATUS = 'OK '
005724         CALL 'OPERATIONS' USING AB-ACCOUNT-ID BP-OPERATION-CODE
005725             BP-AMOUNT AB-BALANCE BP-SUPERVISOR-ID
005726             BP-TO-ACCOUNT-ID BP-OPERATOR-ID BP-RESULT-STATUS
005727         END-CALL
005728     END-IF
005730
005740     IF BP-RESULT-STATUS = 'OK '
005750         ADD 1 TO BP-TRAN-COUNT
005840 3000-PROCESS-TRANSACTION-NEXT.
005850     PERFORM 2000-READ-TRANSACTION.
005860
005861 3000-PROCESS-TRANSACTION-EXIT.
005862     EXIT.
005863
005864*****************************************************************
005865* 3100-CHECK-FEED-CURRENCY refuses a record whose currency is  *
005866* not the account's own with a CUR disposition.  The home      *
005867* currency's code is taken as naming a home-currency account.  *
005868* An account not on file is left for OPERATIONS to refuse.     *
005869*****************************************************************
005870 3100-CHECK-FEED-CURRENCY.
005871     MOVE 'READ ' TO BP-DUMMY-FUNCTION
005872     CALL 'DATA-PROGRAM' USING BP-DUMMY-FUNCTION AB-ACCOUNT-ID
005873         AB-BALANCE BP-READ-STATUS AB-OD-LIMIT AB-OVERDRAWN-FLAG
005874         AB-STATUS-FLAG AB-ACCOUNT-TYPE AB-CURRENCY-CODE
005875     END-CALL
005876     IF BP-READ-STATUS NOT = 'OK '
005877         GO TO 3100-CHECK-FEED-CURRENCY-EXIT
005878     END-IF
005879     MOVE TI-CURRENCY-CODE TO BP-FEED-CURRENCY
005880     MOVE 'HOME ' TO BP-FX-FUNCTION-CODE
005881     CALL 'FXRATE-PROGRAM' USING BP-FX-FUNCTION-CODE
005882         BP-HOME-CURRENCY BP-FX-RATE BP-FX-STATUS-CODE
005883     END-CALL
005884     IF BP-FEED-CURRENCY = BP-HOME-CURRENCY
005885         MOVE SPACES TO BP-FEED-CURRENCY
005886     END-IF
005887     IF BP-FEED-CURRENCY NOT = AB-CURRENCY-CODE
005888         DISPLAY 'BATCH-POSTING: account ' TI-ACCOUNT-ID
005889             ' is not held in ' TI-CURRENCY-CODE
005890         MOVE 'CUR' TO BP-RESULT-STATUS
005891     END-IF.
005892
005893 3100-CHECK-FEED-CURRENCY-EXIT.
005894     EXIT.
005895
005900*****************************************************************
005910* 4000-CLOSE-TRANSACTION-FILE closes the upstream feed.        *
005920*****************************************************************
