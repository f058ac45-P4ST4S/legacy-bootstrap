000010*****************************************************************
000020* TERMREC                                                      *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - term-deposit contract    *
000060*                  written by ACCOUNT-OPEN, matured by         *
000070*                  MATURITY-RUN, maintained and broken early   *
000080*                  by TERM-DEPOSIT-MAINT, and checked by       *
000090*                  OPERATIONS before any posting to a type-T   *
000100*                  account.                                    *
000110*****************************************************************
000120* Term-deposit contract, one per type-T account.  The fixed    *
000130* principal earns the contracted annual rate, simple interest  *
000140* on an actual/365 day count, from the start date to the       *
000150* maturity date.  At maturity the principal and interest are   *
000160* paid to the settlement account, or - on a rollover           *
000170* instruction - the interest is added to the principal and a   *
000180* new term of the same number of months begins.  While the     *
000190* contract is running and the maturity date has not arrived,   *
000200* OPERATIONS refuses any posting to the deposit unless a       *
000210* supervisor authorizes it.  The interest-to date holds the    *
000220* date interest was last posted for, so a payout that fails    *
000230* after the interest has posted is retried without paying the  *
000240* interest twice.                                              *
000250*****************************************************************
000260     05  TM-ACCOUNT-ID          PIC 9(10).
000270     05  FILLER                 PIC X(01).
000280     05  TM-PRINCIPAL           PIC 9(9)V99.
000290     05  FILLER                 PIC X(01).
000300     05  TM-ANNUAL-RATE         PIC 9V9(4).
000310     05  FILLER                 PIC X(01).
000320     05  TM-START-DATE          PIC 9(08).
000330     05  FILLER                 PIC X(01).
000340     05  TM-MATURITY-DATE       PIC 9(08).
000350     05  FILLER                 PIC X(01).
000360     05  TM-TERM-MONTHS         PIC 9(03).
000370     05  FILLER                 PIC X(01).
000380     05  TM-SETTLE-ACCOUNT-ID   PIC 9(10).
000390     05  FILLER                 PIC X(01).
000400     05  TM-MATURITY-INSTR      PIC X(01).
000410         88  TM-PAY-OUT                 VALUE 'P'.
000420         88  TM-ROLL-OVER               VALUE 'R'.
000430     05  FILLER                 PIC X(01).
000440     05  TM-STATUS-FLAG         PIC X(01).
000450         88  TM-IS-RUNNING              VALUE 'A'.
000460         88  TM-IS-MATURED              VALUE 'M'.
000470         88  TM-IS-BROKEN               VALUE 'B'.
000480     05  FILLER                 PIC X(01).
000490     05  TM-INTEREST-TO-DATE    PIC 9(08).
000500     05  FILLER                 PIC X(01).
000510     05  TM-CLOSED-DATE         PIC 9(08).
