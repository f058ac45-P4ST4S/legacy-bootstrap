000010*****************************************************************
000020* LOANREC                                                      *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - installment-loan         *
000060*                  contract written by ACCOUNT-OPEN when a      *
000070*                  type-L account is booked, and read by        *
000080*                  LOAN-COLLECTION to find the checking         *
000090*                  account each installment is taken from.      *
000100*****************************************************************
000110* Installment-loan contract, one per type-L account.  The loan *
000120* account's balance carries the principal still outstanding;   *
000130* this record carries the terms it was booked on: the original *
000140* principal, the contracted annual rate, the term in months,   *
000150* the day of the month each installment falls due, the level   *
000160* monthly installment, and the customer's nominated checking   *
000170* account the installments are collected from.  The            *
000180* installment-by-installment breakdown is on the repayment     *
000190* schedule (LOANSCH).                                          *
000200*****************************************************************
000210     05  LN-ACCOUNT-ID          PIC 9(10).
000220     05  FILLER                 PIC X(01).
000230     05  LN-PRINCIPAL           PIC 9(9)V99.
000240     05  FILLER                 PIC X(01).
000250     05  LN-ANNUAL-RATE         PIC 9V9(4).
000260     05  FILLER                 PIC X(01).
000270     05  LN-TERM-MONTHS         PIC 9(03).
000280     05  FILLER                 PIC X(01).
000290     05  LN-REPAY-DAY           PIC 9(02).
000300     05  FILLER                 PIC X(01).
000310     05  LN-PAY-ACCOUNT-ID      PIC 9(10).
000320     05  FILLER                 PIC X(01).
000330     05  LN-INSTALLMENT         PIC 9(9)V99.
000340     05  FILLER                 PIC X(01).
000350     05  LN-START-DATE          PIC 9(08).
000360     05  FILLER                 PIC X(01).
000370     05  LN-FIRST-DUE-DATE      PIC 9(08).
