000010*****************************************************************
000020* NOTCREC                                                      *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - customer notice request  *
000060*                  dropped onto CORRESP by the jobs that find  *
000070*                  a customer must be written to, through      *
000080*                  NOTICE-REQUEST, and turned into letters     *
000090*                  nightly by LETTER-RUN.                      *
000100*****************************************************************
000110* One request for one letter to the holder of one account.  The*
000120* notice type names the letter; the two amounts, the date and  *
000130* the reference carry the figures the letter quotes:           *
000140*                                                              *
000150*   OVERDRWN  FEE-ASSESSMENT - the balance after the fee, the  *
000160*             overdraft fee charged (zero when none was), the  *
000170*             date the account was found overdrawn.            *
000180*   DORMWARN  DORMANCY-RUN - the balance, the date of the last *
000190*             customer activity, and in the reference the      *
000200*             months of inactivity that make it dormant.       *
000210*   SOFAILED  STANDING-ORDER-RUN - the order amount, the due   *
000220*             date it failed on, and in the reference the      *
000230*             reason it failed.                                *
000240*   ACCTCLSD  ACCOUNT-CLOSE - the balance settled (positive    *
000250*             paid out to the customer, negative collected),   *
000260*             the final interest credited, the close date.     *
000270*                                                              *
000280* The customer number is zero only when the account has no     *
000290* customer record.  A caller that does not know the account's  *
000300* currency leaves it spaces and LETTER-RUN fills it in off the *
000310* balance file.  Amounts are in the account's currency.        *
000320*****************************************************************
000330     05  NR-NOTICE-TYPE         PIC X(08).
000340         88  NR-OVERDRAWN-NOTICE        VALUE 'OVERDRWN'.
000350         88  NR-DORMANCY-WARNING        VALUE 'DORMWARN'.
000360         88  NR-ORDER-FAILED-NOTICE     VALUE 'SOFAILED'.
000370         88  NR-CLOSURE-NOTICE          VALUE 'ACCTCLSD'.
000380     05  FILLER                 PIC X(01).
000390     05  NR-ACCOUNT-ID          PIC 9(10).
000400     05  FILLER                 PIC X(01).
000410     05  NR-CUSTOMER-NO         PIC 9(08).
000420     05  FILLER                 PIC X(01).
000430     05  NR-REQUEST-DATE        PIC 9(08).
000440     05  FILLER                 PIC X(01).
000450     05  NR-REQUESTED-BY        PIC X(08).
000460     05  FILLER                 PIC X(01).
000470     05  NR-CURRENCY-CODE       PIC X(03).
000480     05  FILLER                 PIC X(01).
000490     05  NR-FIRST-AMOUNT        PIC S9(9)V99.
000500     05  FILLER                 PIC X(01).
000510     05  NR-SECOND-AMOUNT       PIC S9(9)V99.
000520     05  FILLER                 PIC X(01).
000530     05  NR-REFERENCE-DATE      PIC 9(08).
000540     05  FILLER                 PIC X(01).
000550     05  NR-REFERENCE-TEXT      PIC X(20).
