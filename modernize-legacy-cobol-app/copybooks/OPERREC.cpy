000264*                  it after three failed PIN attempts so the   *
000265*                  lockout survives across sessions, and only  *
000266*                  OPERATOR-ADMIN's enable action clears it.   *
000267* 10/15/2026  RLM  Added each operator's posting authority -   *
000268*                  the largest single DEBIT, PAYMENT, or       *
000269*                  TRANSFER they may post alone, and the cap   *
000270*                  on their day's total of those - set by      *
000271*                  OPERATOR-ADMIN and enforced by OPERATIONS.  *
000272*                  Zero, or a record written before the        *
000273*                  fields existed, means no personal limit.    *
000274* 10/15/2026  RLM  Added the operator's branch - the branch    *
000275*                  whose counter and vault they work, stamped  *
000276*                  on every audit entry they key.  Spaces, or  *
000277*                  a record written before the field existed,  *
000278*                  mean the head office.                       *
000279*****************************************************************
000280* Common operator-credential record layout, maintained only by *
000290* OPERATOR-ADMIN, read by MAIN-PROGRAM to validate the         *
000300* operator keying a posting, and by OPERATIONS to validate the *
000440         88  OR-IS-ENABLED              VALUE 'A' SPACE.
000450         88  OR-IS-DISABLED             VALUE 'D'.
000460         88  OR-IS-LOCKED               VALUE 'L'.
000470     05  FILLER                 PIC X(01).
000480     05  OR-MAX-SINGLE-AMOUNT   PIC 9(9)V99.
000490     05  FILLER                 PIC X(01).
000500     05  OR-DAILY-CASH-CAP      PIC 9(9)V99.
000510     05  FILLER                 PIC X(01).
000520     05  OR-BRANCH-CODE         PIC X(03).
