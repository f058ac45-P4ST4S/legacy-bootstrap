000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 09/02/2026  RLM  Original version.                           *
000101* 10/15/2026  RLM  Each entry's currency code and              *
000102*                  home-currency rate are carried onto the     *
000103*                  history record; an entry written before the *
000104*                  account had a currency carries spaces and a *
000105*                  zero rate.  TRANHIST's record grew: delete  *
000106*                  it and rerun with the archive backfill to   *
000107*                  rebuild it.                                 *
000110*****************************************************************
000120*
000130*****************************************************************
000620                   ==AT-SUPERVISOR-ID== BY ==HA-SUPERVISOR-ID==
000630                   ==AT-OPERATOR-ID==   BY ==HA-OPERATOR-ID==
000640                   ==AT-ORIG-DATE==     BY ==HA-ORIG-DATE==
000650                   ==AT-ORIG-SEQ==      BY ==HA-ORIG-SEQ==
000651                   ==AT-CURRENCY-BLOCK== BY ==HA-CURRENCY-BLOCK==
000652                   ==AT-CURRENCY-CODE== BY ==HA-CURRENCY-CODE==
000653                   ==AT-HOME-RATE==     BY ==HA-HOME-RATE==
000654                   ==AT-COUNTER-AMOUNT== BY ==HA-COUNTER-AMOUNT==
000655                   ==AT-COUNTER-CURRENCY==
000656                       BY ==HA-COUNTER-CURRENCY==
000657                   ==AT-EXCHANGE-RATE== BY ==HA-EXCHANGE-RATE==.
000660
000670 FD  TRANSACTION-HISTORY-FILE.
000680 01  TRANSACTION-HISTORY-RECORD.
001910     MOVE HA-OPERATOR-ID TO TH-OPERATOR-ID
001920     MOVE HA-ORIG-DATE TO TH-ORIG-DATE
001930     MOVE HA-ORIG-SEQ TO TH-ORIG-SEQ
001931     MOVE HA-CURRENCY-CODE TO TH-CURRENCY-CODE
001932     IF HA-HOME-RATE NUMERIC
001933         MOVE HA-HOME-RATE TO TH-HOME-RATE
001934     ELSE
001935         MOVE ZERO TO TH-HOME-RATE
001936     END-IF
001940     PERFORM 4000-WRITE-HISTORY-RECORD.
001950
001960 2100-LOAD-ARCHIVE-ENTRY-EXIT.
002370     MOVE AT-OPERATOR-ID TO TH-OPERATOR-ID
002380     MOVE AT-ORIG-DATE TO TH-ORIG-DATE
002390     MOVE AT-ORIG-SEQ TO TH-ORIG-SEQ
002391     MOVE AT-CURRENCY-CODE TO TH-CURRENCY-CODE
002392     IF AT-HOME-RATE NUMERIC
002393         MOVE AT-HOME-RATE TO TH-HOME-RATE
002394     ELSE
002395         MOVE ZERO TO TH-HOME-RATE
002396     END-IF
002400     PERFORM 4000-WRITE-HISTORY-RECORD.
002410
002420 3100-LOAD-TRAIL-ENTRY-EXIT.
