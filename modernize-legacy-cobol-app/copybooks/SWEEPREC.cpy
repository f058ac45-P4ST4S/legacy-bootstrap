000010*****************************************************************
000020* SWEEPREC                                                     *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - sweep link maintained by *
000060*                  SWEEP-LINK-MAINT and posted each evening by *
000070*                  OVERDRAFT-SWEEP.                            *
000080*****************************************************************
000090* One savings account linked as the overdraft-protection       *
000100* source for one checking or corporate account of the same     *
000110* customer.  Each evening the sweep moves enough from the      *
000120* savings account to bring an overdrawn account back to zero.  *
000130* A corporate account may also carry a target balance: funds   *
000140* above the target are swept the other way, into the savings   *
000150* account.  An account has at most one active link.  An ended  *
000160* link stays on file marked ended so the history of what       *
000170* protected the account is never lost.                         *
000180*****************************************************************
000190     05  SL-CHECKING-ACCOUNT-ID PIC 9(10).
000200     05  FILLER                 PIC X(01).
000210     05  SL-SAVINGS-ACCOUNT-ID  PIC 9(10).
000220     05  FILLER                 PIC X(01).
000230     05  SL-TARGET-SWEEP-FLAG   PIC X(01).
000240         88  SL-TARGET-SWEEP-ON         VALUE 'Y'.
000250         88  SL-TARGET-SWEEP-OFF        VALUE 'N' SPACE.
000260     05  FILLER                 PIC X(01).
000270     05  SL-TARGET-BALANCE      PIC 9(9)V99.
000280     05  FILLER                 PIC X(01).
000290     05  SL-STATUS-FLAG         PIC X(01).
000300         88  SL-IS-ACTIVE               VALUE 'A'.
000310         88  SL-IS-ENDED                VALUE 'X'.
000320     05  FILLER                 PIC X(01).
000330     05  SL-ADDED-DATE          PIC 9(08).
000340     05  FILLER                 PIC X(01).
000350     05  SL-ENDED-DATE          PIC 9(08).
000360     05  FILLER                 PIC X(01).
000370     05  SL-CHANGED-BY          PIC X(08).
