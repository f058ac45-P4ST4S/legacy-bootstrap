000150*                  for DORMANCY-RUN; non-numeric - a record    *
000160*                  cut before the field existed - means the    *
000170*                  shipped default applies.                    *
000171* 10/15/2026  RLM  Added the early-break penalty rate for      *
000172*                  term deposits - taken off the contracted    *
000173*                  annual rate when a supervisor breaks a      *
000174*                  deposit before maturity; non-numeric        *
000175*                  means the shipped default applies.          *
000176* 10/15/2026  RLM  Added the statutory backup-withholding rate *
000177*                  INTEREST-ACCRUAL takes off the interest of  *
000178*                  a customer flagged for withholding.  It is  *
000179*                  set by statute, not by product, so every    *
000180*                  type's record carries the same rate;        *
000181*                  non-numeric means the shipped default       *
000182*                  applies.                                    *
000183* 10/15/2026  RLM  Added the escheatment months per account    *
000184*                  type for ESCHEAT-RUN - no customer activity *
000185*                  that long makes a dormant balance unclaimed *
000186*                  property - and the notice months it waits   *
000187*                  after the due-diligence letter; non-numeric *
000188*                  means the shipped default applies.          *
000189* 10/15/2026  RLM  Added the per-depositor deposit insurance   *
000190*                  coverage limit for INSURANCE-RUN.  It is    *
000191*                  set by the insurer, not by product, so      *
000192*                  every type's record carries the same limit; *
000193*                  non-numeric means the shipped default       *
000194*                  applies.                                    *
000195* 10/15/2026  RLM  Added the bank's own identifiers - its      *
000196*                  taxpayer ID for TAX-REPORT-RUN and          *
000197*                  ESCHEAT-RUN, its insurer-assigned           *
000198*                  institution ID for INSURANCE-RUN, and its   *
000199*                  mailing-house sender ID for LETTER-RUN.     *
000200*                  They belong to the bank, not a product, so  *
000201*                  every type's record carries the same        *
000202*                  values; there is no shipped default, and a  *
000203*                  program that needs one refuses to run while *
000204*                  it is blank or zero.                        *
000205*****************************************************************
000206* Bank parameter record, keyed by account type (C = checking,  *
000207* S = savings, K = corporate, T = term deposit).  Carries the  *
000210* product's monthly interest rate, large-debit limit,          *
000220* standard opening balance, and default overdraft limit.       *
000230* When the rate committee moves a rate, operations updates     *
000235* the record - no program change.                              *
000240* An account record written before the type field existed      *
000250* carries a space and is treated as checking.                  *
000260*****************************************************************
000390     05  PM-MONTHLY-FEE         PIC 9(4)V99.
000400     05  FILLER                 PIC X(01).
000410     05  PM-DORMANT-MONTHS      PIC 9(02).
000420     05  FILLER                 PIC X(01).
000430     05  PM-BREAK-PENALTY-RATE  PIC 9V9(4).
000440     05  FILLER                 PIC X(01).
000450     05  PM-WITHHOLDING-RATE    PIC 9V9(4).
000460     05  FILLER                 PIC X(01).
000470     05  PM-ESCHEAT-MONTHS      PIC 9(03).
000480     05  FILLER                 PIC X(01).
000490     05  PM-ESCHEAT-NOTICE-MONTHS PIC 9(02).
000500     05  FILLER                 PIC X(01).
000510     05  PM-INSURANCE-LIMIT     PIC 9(9)V99.
000520     05  FILLER                 PIC X(01).
000530     05  PM-BANK-TIN            PIC X(09).
000540     05  FILLER                 PIC X(01).
000550     05  PM-INSTITUTION-ID      PIC X(10).
000560     05  FILLER                 PIC X(01).
000570     05  PM-SENDER-ID           PIC X(10).
