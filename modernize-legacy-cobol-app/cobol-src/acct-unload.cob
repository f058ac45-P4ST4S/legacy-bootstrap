000100* 08/22/2026  RLM  Original version.                           *
000102* 09/02/2026  RLM  Balance hash widened to twelve integer      *
000104*                  digits to carry the widened balances.       *
000106* 10/15/2026  RLM  Each account's currency code is now         *
000108*                  browsed and carried onto the backup.        *
000110*****************************************************************
000120*
000130*****************************************************************
000610     CALL 'DATA-PROGRAM' USING UL-FUNCTION-CODE AB-ACCOUNT-ID
000620         AB-BALANCE UL-STATUS-CODE AB-OD-LIMIT
000630         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
000635         AB-CURRENCY-CODE
000640     END-CALL
000650
000660     PERFORM 3000-UNLOAD-ACCOUNT THRU 3000-UNLOAD-ACCOUNT-EXIT
000970         CALL 'DATA-PROGRAM' USING UL-FUNCTION-CODE
000980             AB-ACCOUNT-ID AB-BALANCE UL-STATUS-CODE
000990             AB-OD-LIMIT AB-OVERDRAWN-FLAG AB-STATUS-FLAG
001000             AB-ACCOUNT-TYPE AB-CURRENCY-CODE
001010         END-CALL
001020     END-IF.
001030
