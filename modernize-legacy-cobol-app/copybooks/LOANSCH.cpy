000010*****************************************************************
000020* LOANSCH                                                      *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - installment-loan         *
000060*                  repayment schedule written by ACCOUNT-OPEN  *
000070*                  when a type-L account is booked and         *
000080*                  collected by LOAN-COLLECTION.               *
000090*****************************************************************
000100* One repayment-schedule line per installment of a loan, in    *
000110* due-date order.  The installment amount is split at booking  *
000120* into its interest part - one month's interest on the         *
000130* principal outstanding before it - and its principal part,    *
000140* the remainder; the final line carries whatever principal is  *
000150* left so the schedule repays the loan exactly.  The interest  *
000160* flag is set once the interest part has been charged to the   *
000170* loan, so a collection that fails after the charge is retried *
000180* without charging the interest twice.  The status stays due   *
000190* until the installment has been collected in full.            *
000200*****************************************************************
000210     05  LS-ACCOUNT-ID          PIC 9(10).
000220     05  FILLER                 PIC X(01).
000230     05  LS-INSTALLMENT-NO      PIC 9(03).
000240     05  FILLER                 PIC X(01).
000250     05  LS-DUE-DATE            PIC 9(08).
000260     05  FILLER                 PIC X(01).
000270     05  LS-AMOUNT              PIC 9(9)V99.
000280     05  FILLER                 PIC X(01).
000290     05  LS-INTEREST-PART       PIC 9(9)V99.
000300     05  FILLER                 PIC X(01).
000310     05  LS-PRINCIPAL-PART      PIC 9(9)V99.
000320     05  FILLER                 PIC X(01).
000330     05  LS-INTEREST-FLAG       PIC X(01).
000340         88  LS-INTEREST-CHARGED        VALUE 'Y'.
000350         88  LS-INTEREST-NOT-CHARGED    VALUE 'N'.
000360     05  FILLER                 PIC X(01).
000370     05  LS-STATUS-FLAG         PIC X(01).
000380         88  LS-IS-DUE                  VALUE 'D'.
000390         88  LS-IS-PAID                 VALUE 'P'.
000400     05  FILLER                 PIC X(01).
000410     05  LS-PAID-DATE           PIC 9(08).
