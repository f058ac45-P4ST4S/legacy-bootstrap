000541*                  posting journal, so JOURNAL-RECOVER can     *
000542*                  back out the orphaned leg of a transfer     *
000543*                  interrupted between its two writes.         *
000544* 10/15/2026  RLM  Added an optional currency-code argument.   *
000545*                  READ, FIRST, and NEXT hand back the         *
000546*                  account's currency (spaces for home);       *
000547*                  CREAT stamps it, spaces when omitted.       *
000548*                  WRITE never changes it - an account keeps   *
000549*                  the currency it was opened in.              *
000550*****************************************************************
000551*
000560*****************************************************************
000570* DATA-PROGRAM keeps the account balances for the account      *
000580* system in a file keyed by account number.  It is called by   *
001010 01  DP-OVERDRAWN-FLAG           PIC X(01).
001020 01  DP-ACCT-STATUS              PIC X(01).
001030 01  DP-ACCT-TYPE                PIC X(01).
001035 01  DP-ACCT-CURRENCY            PIC X(03).
001040
001050 PROCEDURE DIVISION USING DP-FUNCTION-CODE DP-ACCOUNT-ID
001060         DP-BALANCE OPTIONAL DP-STATUS-CODE
001070         OPTIONAL DP-OD-LIMIT OPTIONAL DP-OVERDRAWN-FLAG
001080         OPTIONAL DP-ACCT-STATUS OPTIONAL DP-ACCT-TYPE
001085         OPTIONAL DP-ACCT-CURRENCY.
001090 0000-MAIN-CONTROL.
001100     IF NOT DP-FILE-IS-OPEN
001110         PERFORM 1000-OPEN-BALANCE-FILE
001820             SET AB-IS-NOT-OVERDRAWN TO TRUE
001830             MOVE SPACE TO AB-STATUS-FLAG
001840             MOVE SPACE TO AB-ACCOUNT-TYPE
001845             MOVE SPACES TO AB-CURRENCY-CODE
001850     END-READ
001860     MOVE AB-BALANCE TO DP-BALANCE
001870     MOVE AB-OD-LIMIT TO DP-OD-LIMIT
001910     END-IF
001920     IF DP-ACCT-TYPE NOT OMITTED
001930         MOVE AB-ACCOUNT-TYPE TO DP-ACCT-TYPE
001932     END-IF
001934     IF DP-ACCT-CURRENCY NOT OMITTED
001936         MOVE AB-CURRENCY-CODE TO DP-ACCT-CURRENCY
001940     END-IF
001950     IF DP-STATUS-CODE NOT OMITTED
001960         IF DP-RECORD-IS-FOUND
003000                 IF DP-ACCT-TYPE NOT OMITTED
003010                     MOVE AB-ACCOUNT-TYPE TO DP-ACCT-TYPE
003020                 END-IF
003022                 IF DP-ACCT-CURRENCY NOT OMITTED
003024                     MOVE AB-CURRENCY-CODE TO DP-ACCT-CURRENCY
003026                 END-IF
003030                 IF DP-STATUS-CODE NOT OMITTED
003040                     MOVE 'OK ' TO DP-STATUS-CODE
003050                 END-IF
003290         MOVE DP-ACCT-TYPE TO AB-ACCOUNT-TYPE
003300     ELSE
003310         MOVE 'C' TO AB-ACCOUNT-TYPE
003311     END-IF
003312     IF DP-ACCT-CURRENCY NOT OMITTED
003313         MOVE DP-ACCT-CURRENCY TO AB-CURRENCY-CODE
003314     ELSE
003315         MOVE SPACES TO AB-CURRENCY-CODE
003320     END-IF
003330     SET DP-RECORD-IS-FOUND TO TRUE
003340     WRITE ACCOUNT-BALANCE-RECORD
