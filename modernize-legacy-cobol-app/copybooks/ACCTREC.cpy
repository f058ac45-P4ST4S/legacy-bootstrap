000183*                  record grew again: carry the balance file  *
000184*                  forward once with ACCT-CONVERT (prior      *
000185*                  layout to ACCTBACK) then ACCT-RELOAD.      *
000186* 10/15/2026  RLM  Added the term-deposit account type (T).   *
000187*                  A new value of the existing type code -    *
000188*                  the record layout is unchanged.            *
000189* 10/15/2026  RLM  Added the installment-loan account type    *
000190*                  (L), whose balance carries the principal   *
000191*                  still outstanding.  A new value of the     *
000192*                  existing type code - the record layout is  *
000193*                  unchanged.                                 *
000194* 10/15/2026  RLM  Added the account currency code - spaces   *
000195*                  for a home-currency account, else the ISO  *
000196*                  code the balance and limit are held in.    *
000197*                  The record grew: carry the balance file    *
000198*                  forward once with ACCT-CONVERT (prior      *
000199*                  layout to ACCTBACK) then ACCT-RELOAD.      *
000200*****************************************************************
000201* Common account-record layout shared by every program that    *
000210* reads or writes an account's balance.  Callers that need a   *
000220* second account record in play at once (e.g. to post both     *
000230* sides of a transfer) may COPY this member REPLACING each     *
000400         88  AB-TYPE-CHECKING           VALUE 'C' SPACE.
000410         88  AB-TYPE-SAVINGS            VALUE 'S'.
000420         88  AB-TYPE-CORPORATE          VALUE 'K'.
000430         88  AB-TYPE-TERM-DEPOSIT       VALUE 'T'.
000440         88  AB-TYPE-LOAN               VALUE 'L'.
000450     05  AB-CURRENCY-CODE       PIC X(03).
000460         88  AB-HOME-CURRENCY           VALUE SPACES.
