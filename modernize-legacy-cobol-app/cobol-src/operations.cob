001210*                  outgoing-payment interface file for the       *
001220*                  clearing bank, and audits under its own       *
001230*                  code.  A payment with no beneficiary is       *
001231*                  refused with a BEN result.                    *
001232* 10/15/2026  RLM  Added an INWARD operation for INWARD-PAYMENTS *
001233*                  and the inward suspense screen - posted like  *
001234*                  a CREDIT, audited under its own code so the   *
001235*                  GL extract books it against inward clearing.  *
001236*                  Its reversal is audited as REVIW.             *
001237* 10/15/2026  RLM  Added a CHEQUE operation for CHEQUE-CLEARING  *
001238*                  - posted under the same status, available-    *
001239*                  balance, and overdraft rules as a DEBIT but   *
001240*                  needing no supervisor, since the drawer's     *
001241*                  signed cheque is its own authority - audited  *
001242*                  under its own code so the GL extract books    *
001243*                  it against cheque clearing.                   *
001244* 10/15/2026  RLM  Term deposits (type T): while a contract on   *
001245*                  the term-deposit file is running and not yet  *
001246*                  mature, every posting to, from or into the    *
001247*                  deposit - reversals and transfers in included *
001248*                  - is refused with a TRM result.  The only     *
001249*                  exception is the early break from             *
001250*                  TERM-DEPOSIT-MAINT: its INTEREST at the       *
001251*                  penalty rate and its MATURITY payout are let  *
001252*                  through when a valid supervisor ID authorizes *
001253*                  them, and that supervisor is recorded on the  *
001254*                  audit entry.  Any other early break must go   *
001255*                  through TERM-DEPOSIT-MAINT so the penalty is  *
001256*                  applied and the contract closed.  Added a     *
001257*                  MATURITY operation that pays a term deposit   *
001258*                  out to its settlement account as a TRANSFER   *
001259*                  with no large-debit supervisor check - the    *
001260*                  contract is the authority - so MATURITY-RUN   *
001261*                  can pay maturing deposits.                    *
001264* 10/15/2026  RLM  Installment loans (type L): added LOANDISB,   *
001265*                  which books a new loan's principal to the     *
001266*                  loan and pays it into the customer's          *
001267*                  checking account; LOANINT, which charges an   *
001268*                  installment's interest to the loan; and       *
001269*                  LOANPAY, which takes an installment from the  *
001270*                  checking account and reduces the loan by it.  *
001271*                  Each leg is audited under its own code so     *
001272*                  the GL extract books loans receivable and     *
001273*                  loan interest income.  Every other posting    *
001274*                  to a loan account, and any TRANSFER or        *
001275*                  MATURITY into one, is refused.                *
001276* 10/15/2026  RLM  Added a TAXWH operation for INTEREST-ACCRUAL  *
001277*                  - the backup withholding taken off a flagged  *
001278*                  customer's interest - posted like a FEE and   *
001279*                  audited under its own code so the GL extract  *
001280*                  books it to tax payable.  Its reversal is     *
001281*                  audited as REVTW.                             *
001282* 10/15/2026  RLM  Added an ESCHEAT operation for ESCHEAT-RUN    *
001283*                  - remits a dormant account's whole balance    *
001284*                  to the state as unclaimed property.  It       *
001285*                  applies only to a dormant account, always     *
001286*                  needs a supervisor, is refused while a        *
001287*                  funds hold is open, and is audited under      *
001288*                  its own code so the GL extract books it to    *
001289*                  unclaimed-property payable.  It cannot be     *
001290*                  reversed - the account is closed after it.    *
001291* 10/15/2026  RLM  DEBIT, PAYMENT, and TRANSFER now also         *
001292*                  need a supervisor when the amount is over     *
001293*                  the keying operator's own single-posting      *
001294*                  authority on OPERATOR-FILE, or would take     *
001295*                  the operator's cash out for the day - those   *
001296*                  three on today's trail - over their daily     *
001297*                  cap.  The supervisor is then recorded on the  *
001298*                  audit entry as for a large debit.  An ID      *
001299*                  with no limits on file - a batch job's - is   *
001300*                  held only to the large-debit limit.           *
001301* 10/15/2026  RLM  Audit entries are stamped with their          *
001302*                  chained check value by AUDIT-CHAIN just       *
001303*                  before they are appended to the trail.        *
001304* 10/15/2026  RLM  Postings are made in the account's own        *
001305*                  currency.  A TRANSFER or MATURITY between     *
001306*                  accounts in different currencies credits the  *
001307*                  destination at the day's rate from            *
001308*                  FXRATE-PROGRAM, and a PAYMENT may be sent in a*
001309*                  currency other than the account's and is      *
001310*                  debited at that rate.  Both amounts, both     *
001311*                  currencies, and the rate used go on the audit *
001312*                  entry.  Large-debit and operator limits are   *
001313*                  tested on the home-currency equivalent.  No   *
001314*                  rate for the day refuses the posting (FXR);   *
001315*                  any other currency supplied for an operation  *
001316*                  that posts in the account's own currency is   *
001317*                  refused (CUR), as is a loan payment or advance*
001318*                  between accounts in different currencies.     *
001319* 10/15/2026  RLM  The branch block on the audit entry is        *
001320*                  cleared before the entry is stamped, so       *
001321*                  AUDIT-CHAIN fills in the branches afresh.     *
001322*                  The second leg of a transfer, loan payment or *
001323*                  loan advance is keyed at the branch its first *
001324*                  leg was stamped with, so both legs book       *
001325*                  transfer clearing at one branch and a         *
001326*                  transfer between two branches' accounts books *
001327*                  the due-to/due-from pair between them.        *
001328* 10/15/2026  RLM  A supervisor entry beyond the 50 the table    *
001329*                  holds is skipped on its own; OPERATOR-FILE is *
001330*                  still read to its end, so every later         *
001331*                  operator's posting limits are loaded.         *
001332* 10/15/2026  RLM  TAXWH passes the term-deposit check along     *
001333*                  with INTEREST and MATURITY, so the backup     *
001334*                  withholding on an early break from            *
001335*                  TERM-DEPOSIT-MAINT can be posted.             *
001336*****************************************************************
001337*
001338*****************************************************************
001339* OPERATIONS carries out the TOTAL, CREDIT, DEBIT, and TRANSFER *
001340* requests made from the MAIN-PROGRAM menu for the account     *
001341* number supplied.  It is the only program that talks directly *
001342* to DATA-PROGRAM to read or post a balance, and it appends an *
001343* entry to AUDIT-TRAIL-FILE for every posting it makes.        *
001344*****************************************************************
001345 ENVIRONMENT DIVISION.
001350 INPUT-OUTPUT SECTION.
001360 FILE-CONTROL.
001370     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
001520     SELECT PAYMENT-FILE ASSIGN TO "PAYOUT"
001530         ORGANIZATION IS LINE SEQUENTIAL
001540         FILE STATUS IS PY-FILE-STATUS.
001542     SELECT TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP"
001544         ORGANIZATION IS LINE SEQUENTIAL
001546         FILE STATUS IS TM-FILE-STATUS.
001550
001560 DATA DIVISION.
001570 FILE SECTION.
001790                   ==AT-SUPERVISOR-ID== BY ==AR-SUPERVISOR-ID==
001800                   ==AT-OPERATOR-ID==   BY ==AR-OPERATOR-ID==
001810                   ==AT-ORIG-DATE==     BY ==AR-ORIG-DATE==
001811                   ==AT-ORIG-SEQ==      BY ==AR-ORIG-SEQ==
001812                   ==AT-CURRENCY-BLOCK== BY ==AR-CURRENCY-BLOCK==
001813                   ==AT-CURRENCY-CODE== BY ==AR-CURRENCY-CODE==
001814                   ==AT-HOME-RATE==     BY ==AR-HOME-RATE==
001815                   ==AT-COUNTER-AMOUNT== BY ==AR-COUNTER-AMOUNT==
001816                   ==AT-COUNTER-CURRENCY==
001817                       BY ==AR-COUNTER-CURRENCY==
001818                   ==AT-EXCHANGE-RATE== BY ==AR-EXCHANGE-RATE==
001819                   ==AT-BRANCH-BLOCK==  BY ==AR-BRANCH-BLOCK==
001820                   ==AT-BRANCH-CODE==   BY ==AR-BRANCH-CODE==
001821                   ==AT-ACCOUNT-BRANCH==
001822                       BY ==AR-ACCOUNT-BRANCH==
001823                   ==AT-PRIOR-BRANCH==  BY ==AR-PRIOR-BRANCH==.
001830 FD  HOLDS-FILE.
001840 01  HOLDS-RECORD.
001850     COPY HOLDREC.
001860 FD  PAYMENT-FILE.
001870 01  PAYMENT-RECORD.
001880     COPY PAYREC.
001882 FD  TERM-DEPOSIT-FILE.
001884 01  TERM-DEPOSIT-RECORD.
001886     COPY TERMREC.
001890
001900 WORKING-STORAGE SECTION.
001910 01  OP-FUNCTION-CODE            PIC X(05).
002110                   ==AB-TYPE-CHECKING==  BY ==BT-TYPE-CHECKING==
002120                   ==AB-TYPE-SAVINGS==   BY ==BT-TYPE-SAVINGS==
002130                   ==AB-TYPE-CORPORATE==
002140                       BY ==BT-TYPE-CORPORATE==
002143                   ==AB-TYPE-TERM-DEPOSIT==
002146                       BY ==BT-TYPE-TERM-DEPOSIT==
002147                   ==AB-TYPE-LOAN==      BY ==BT-TYPE-LOAN==
002148                   ==AB-CURRENCY-CODE==  BY ==BT-CURRENCY-CODE==
002149                   ==AB-HOME-CURRENCY==  BY ==BT-HOME-CURRENCY==.
002150
002160 01  OP-STATUS-CODE              PIC X(03).
002170 01  OP-SOURCE-WRITE-STATUS      PIC X(03).
002540         88  AT-SEQUENCE-IS-INITIALIZED    VALUE 'Y'.
002550     05  AT-SEQUENCE-EOF-SW      PIC X(01) VALUE 'N'.
002560         88  AT-SEQUENCE-EOF               VALUE 'Y'.
002561     05  OP-TERM-EOF-SW          PIC X(01) VALUE 'N'.
002562         88  OP-TERM-EOF                   VALUE 'Y'.
002563     05  OP-TERM-FOUND-SW        PIC X(01) VALUE 'N'.
002564         88  OP-TERM-FOUND                 VALUE 'Y'.
002565     05  OP-TERM-REFUSED-SW      PIC X(01) VALUE 'N'.
002566         88  OP-TERM-REFUSED               VALUE 'Y'.
002567     05  OP-TERM-OVERRIDE-SW     PIC X(01) VALUE 'N'.
002568         88  OP-TERM-OVERRIDE              VALUE 'Y'.
002569     05  OP-LIMIT-OVERRIDE-SW    PIC X(01) VALUE 'N'.
002570         88  OP-LIMIT-OVERRIDE             VALUE 'Y'.
002571     05  OP-LIMIT-FOUND-SW       PIC X(01) VALUE 'N'.
002572         88  OP-LIMIT-FOUND                VALUE 'Y'.
002573     05  OP-CASHOUT-EOF-SW       PIC X(01) VALUE 'N'.
002574         88  OP-CASHOUT-EOF                VALUE 'Y'.
002575
002580 01  OP-CONSTANTS.
002590     05  OP-DEFAULT-DEBIT-LIMIT  PIC 9(6)V99 VALUE 10000.00.
002600
002760 01  OP-PARM-COUNT               PIC 9(02) VALUE ZERO.
002770 01  OP-LOOKUP-TYPE              PIC X(01).
002780 01  OP-BD-FUNCTION-CODE         PIC X(05).
002785 01  OP-CHAIN-FUNCTION-CODE      PIC X(05).
002786 01  OP-KEYED-BRANCH             PIC X(03).
002790 01  AR-FILE-STATUS              PIC X(02) VALUE '00'.
002800 01  HO-FILE-STATUS              PIC X(02) VALUE '00'.
002810 01  PY-FILE-STATUS              PIC X(02) VALUE '00'.
002812 01  TM-FILE-STATUS              PIC X(02) VALUE '00'.
002814 01  OP-TERM-ACCOUNT-ID          PIC 9(10) VALUE ZERO.
002816 01  OP-TERM-BD-DATE             PIC 9(08) VALUE ZERO.
002820 01  OP-HOLD-TOTAL               PIC S9(11)V99 VALUE ZERO.
002830 01  OP-AVAILABLE-BALANCE        PIC S9(11)V99 VALUE ZERO.
002840 01  OP-HOLD-BD-DATE             PIC 9(08) VALUE ZERO.
003040                   ==AT-SUPERVISOR-ID== BY ==SC-SUPERVISOR-ID==
003050                   ==AT-OPERATOR-ID==   BY ==SC-OPERATOR-ID==
003060                   ==AT-ORIG-DATE==     BY ==SC-ORIG-DATE==
003061                   ==AT-ORIG-SEQ==      BY ==SC-ORIG-SEQ==
003062                   ==AT-CURRENCY-BLOCK== BY ==SC-CURRENCY-BLOCK==
003063                   ==AT-CURRENCY-CODE== BY ==SC-CURRENCY-CODE==
003064                   ==AT-HOME-RATE==     BY ==SC-HOME-RATE==
003065                   ==AT-COUNTER-AMOUNT== BY ==SC-COUNTER-AMOUNT==
003066                   ==AT-COUNTER-CURRENCY==
003067                       BY ==SC-COUNTER-CURRENCY==
003068                   ==AT-EXCHANGE-RATE== BY ==SC-EXCHANGE-RATE==
003069                   ==AT-BRANCH-BLOCK==  BY ==SC-BRANCH-BLOCK==
003070                   ==AT-BRANCH-CODE==   BY ==SC-BRANCH-CODE==
003071                   ==AT-ACCOUNT-BRANCH==
003072                       BY ==SC-ACCOUNT-BRANCH==
003073                   ==AT-PRIOR-BRANCH==  BY ==SC-PRIOR-BRANCH==.
003080
003090 01  OP-SUPERVISOR-TABLE.
003100     05  OP-SUPERVISOR-ENTRY OCCURS 50 TIMES
003110             INDEXED BY OP-SUPERVISOR-IDX.
003120         10  OP-TABLE-SUPERVISOR-ID  PIC X(08).
003121 01  OP-SUPERVISOR-COUNT         PIC 9(03) VALUE ZERO.
003122
003123*****************************************************************
003124* One slot per enabled operator with a posting authority set   *
003125* on OPERATOR-FILE - the largest single posting they may make  *
003126* alone and the cap on their day's cash out.                   *
003127*****************************************************************
003128 01  OP-LIMIT-TABLE.
003129     05  OP-LIMIT-ENTRY OCCURS 50 TIMES
003130             INDEXED BY OP-LIMIT-IDX.
003131         10  OP-TABLE-LIMIT-ID       PIC X(08).
003132         10  OP-TABLE-MAX-SINGLE     PIC 9(9)V99.
003133         10  OP-TABLE-DAILY-CAP      PIC 9(9)V99.
003134 01  OP-LIMIT-COUNT              PIC 9(03) VALUE ZERO.
003135 01  OP-CASH-OUT-TOTAL           PIC 9(11)V99 VALUE ZERO.
003136
003137*****************************************************************
003138* Exchange-rate working fields.  Rates are home-currency units  *
003139* per unit of the currency named, as FXRATE-PROGRAM serves      *
003140* them; OP-CROSS-RATE is units of the currency credited per     *
003141* unit of the currency debited.  OP-HOME-AMOUNT is the amount   *
003142* requested restated in home currency, for the limit tests.     *
003143*****************************************************************
003144 01  OP-FX-FUNCTION-CODE         PIC X(05).
003145 01  OP-FX-STATUS-CODE           PIC X(03).
003146 01  OP-HOME-CURRENCY-CODE       PIC X(03) VALUE SPACES.
003147 01  OP-ACCOUNT-RATE             PIC 9(05)V9(06) VALUE 1.
003148 01  OP-TO-ACCOUNT-RATE          PIC 9(05)V9(06) VALUE 1.
003149 01  OP-PAY-CURRENCY-CODE        PIC X(03) VALUE SPACES.
003150 01  OP-PAY-RATE                 PIC 9(05)V9(06) VALUE 1.
003151 01  OP-CROSS-RATE               PIC 9(05)V9(06) VALUE 1.
003152 01  OP-CREDIT-AMOUNT            PIC S9(9)V99 VALUE ZERO.
003153 01  OP-DEBIT-AMOUNT             PIC S9(9)V99 VALUE ZERO.
003154 01  OP-HOME-AMOUNT              PIC S9(11)V99 VALUE ZERO.
003155
003156 01  AT-RUN-SEQUENCE-NO          PIC 9(06) VALUE ZERO.
003160 01  AT-TODAY-DATE               PIC 9(08) VALUE ZERO.
003170
003180 01  OP-AUDIT-AREA.
003240     05  OP-AUDIT-BALANCE        PIC S9(9)V99.
003250     05  OP-AUDIT-OVERDRAWN-FLAG PIC X(01).
003260     05  OP-AUDIT-OPERATOR-ID    PIC X(08).
003261     05  OP-AUDIT-CURRENCY-CODE  PIC X(03).
003262     05  OP-AUDIT-HOME-RATE      PIC 9(05)V9(06).
003263     05  OP-AUDIT-HOME-AMOUNT    PIC S9(11)V99.
003264     05  OP-AUDIT-COUNTER-AMOUNT PIC 9(9)V99 VALUE ZERO.
003265     05  OP-AUDIT-COUNTER-CURRENCY
003266                                 PIC X(03) VALUE SPACES.
003267     05  OP-AUDIT-EXCHANGE-RATE  PIC 9(05)V9(06) VALUE ZERO.
003270
003280 LINKAGE SECTION.
003290 01  OP-ACCOUNT-ID               PIC 9(10).
003410     05  OP-BENEF-NAME           PIC X(30).
003420     05  OP-BENEF-BANK           PIC X(11).
003430     05  OP-BENEF-ACCOUNT        PIC X(20).
003435 01  OP-AMOUNT-CURRENCY          PIC X(03).
003440
003450 PROCEDURE DIVISION USING OP-ACCOUNT-ID OP-OPERATION-CODE
003460         OP-AMOUNT OP-BALANCE OPTIONAL OP-SUPERVISOR-ID
003470         OPTIONAL OP-TO-ACCOUNT-ID OPTIONAL OP-OPERATOR-ID
003480         OPTIONAL OP-RESULT-STATUS OPTIONAL OP-NEW-STATUS
003490         OPTIONAL OP-ORIG-DATE OPTIONAL OP-ORIG-SEQ
003500         OPTIONAL OP-BENEFICIARY OPTIONAL OP-AMOUNT-CURRENCY.
003510 0000-MAIN-CONTROL.
003520     MOVE 'OK ' TO OP-RESULT-CODE
003523     MOVE 'N' TO OP-TERM-REFUSED-SW
003526     MOVE 'N' TO OP-TERM-OVERRIDE-SW
003528     MOVE 'N' TO OP-LIMIT-OVERRIDE-SW
003529     MOVE SPACES TO OP-KEYED-BRANCH
003530     MOVE 'READ '  TO OP-FUNCTION-CODE
003540     CALL 'DATA-PROGRAM' USING OP-FUNCTION-CODE OP-ACCOUNT-ID
003550         AB-BALANCE OP-STATUS-CODE AB-OD-LIMIT
003560         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
003565         AB-CURRENCY-CODE
003570     END-CALL
003580
003590     IF OP-STATUS-CODE = 'NOF'
003610             ' is not on file - open it through ACCOUNT-OPEN '
003620             'first. Transaction rejected.'
003630         MOVE 'NOF' TO OP-RESULT-CODE
003631         GO TO 0000-MAIN-EXIT
003632     END-IF
003633
003634     PERFORM 1800-SET-ACCOUNT-LIMITS
003635
003636     MOVE 1 TO OP-ACCOUNT-RATE
003637     MOVE 1 TO OP-TO-ACCOUNT-RATE
003638     MOVE 1 TO OP-PAY-RATE
003639     MOVE AB-CURRENCY-CODE TO OP-PAY-CURRENCY-CODE
003640     IF NOT AB-HOME-CURRENCY
003641         MOVE ZERO TO OP-ACCOUNT-RATE
003642     END-IF
003643     IF OP-OPERATION-CODE NOT = 'TOTAL   '
003644             AND OP-OPERATION-CODE NOT = 'SETOD   '
003645             AND OP-OPERATION-CODE NOT = 'SETST   '
003646             AND OP-OPERATION-CODE NOT = 'HOLD    '
003647             AND OP-OPERATION-CODE NOT = 'RELHOLD '
003648         PERFORM 1950-SET-CONVERSION-RATES THRU
003649             1950-SET-CONVERSION-RATES-EXIT
003650         IF OP-RESULT-CODE NOT = 'OK '
003651             GO TO 0000-MAIN-EXIT
003652         END-IF
003653     END-IF
003654
003655     IF AB-TYPE-TERM-DEPOSIT
003656             AND OP-OPERATION-CODE NOT = 'TOTAL   '
003657             AND OP-OPERATION-CODE NOT = 'SETOD   '
003658             AND OP-OPERATION-CODE NOT = 'SETST   '
003659             AND OP-OPERATION-CODE NOT = 'HOLD    '
003660             AND OP-OPERATION-CODE NOT = 'RELHOLD '
003662         MOVE OP-ACCOUNT-ID TO OP-TERM-ACCOUNT-ID
003663         PERFORM 1900-CHECK-TERM-DEPOSIT THRU
003664             1900-CHECK-TERM-DEPOSIT-EXIT
003665         IF OP-TERM-REFUSED
003666             GO TO 0000-MAIN-EXIT
003667         END-IF
003668     END-IF
003669
003670     IF AB-TYPE-LOAN
003671             AND OP-OPERATION-CODE NOT = 'TOTAL   '
003672             AND OP-OPERATION-CODE NOT = 'SETST   '
003673             AND OP-OPERATION-CODE NOT = 'LOANDISB'
003674             AND OP-OPERATION-CODE NOT = 'LOANINT '
003675         DISPLAY 'OPERATIONS: account ' OP-ACCOUNT-ID
003676             ' is a loan account - it is posted only by its '
003677             'booking and the loan collection run. '
003678             'Transaction rejected.'
003679         MOVE 'INV' TO OP-RESULT-CODE
003680         GO TO 0000-MAIN-EXIT
003681     END-IF
003682
003690     EVALUATE OP-OPERATION-CODE
003700         WHEN 'TOTAL   '
003710             PERFORM 1000-VIEW-BALANCE
003720         WHEN 'CREDIT  '
003730         WHEN 'INTEREST'
003735         WHEN 'INWARD  '
003740             PERFORM 1650-CHECK-ACCOUNT-ACTIVE
003750             IF OP-ACCOUNT-IS-ACTIVE
003760                 PERFORM 1500-VALIDATE-AMOUNT
004010                     END-IF
004020                 END-IF
004030             END-IF
004031         WHEN 'CHEQUE  '
004032             PERFORM 1650-CHECK-ACCOUNT-ACTIVE
004033             IF OP-ACCOUNT-IS-ACTIVE
004034                 PERFORM 1500-VALIDATE-AMOUNT
004035                 IF OP-AMOUNT-IS-VALID
004036                     PERFORM 3000-POST-DEBIT
004037                 END-IF
004038             END-IF
004039         WHEN 'MATURITY'
004040             PERFORM 1650-CHECK-ACCOUNT-ACTIVE
004041             IF OP-ACCOUNT-IS-ACTIVE
004042                 PERFORM 1500-VALIDATE-AMOUNT
004043                 IF OP-AMOUNT-IS-VALID
004044                     IF AB-TYPE-TERM-DEPOSIT
004045                         PERFORM 4000-POST-TRANSFER
004046                     ELSE
004047                         DISPLAY 'OPERATIONS: MATURITY '
004048                             'applies only to a term deposit. '
004049                             'Transaction rejected.'
004050                         MOVE 'INV' TO OP-RESULT-CODE
004051                     END-IF
004052                 END-IF
004053             END-IF
004054         WHEN 'LOANDISB'
004055         WHEN 'LOANINT '
004056             PERFORM 1650-CHECK-ACCOUNT-ACTIVE
004057             IF OP-ACCOUNT-IS-ACTIVE
004058                 PERFORM 1500-VALIDATE-AMOUNT
004059                 IF OP-AMOUNT-IS-VALID
004060                     IF NOT AB-TYPE-LOAN
004061                         DISPLAY 'OPERATIONS: ' OP-OPERATION-CODE
004062                             ' applies only to a loan account. '
004063                             'Transaction rejected.'
004064                         MOVE 'INV' TO OP-RESULT-CODE
004065                     ELSE
004066                         IF OP-OPERATION-CODE = 'LOANDISB'
004067                             PERFORM 4600-POST-LOAN-ADVANCE THRU
004068                                 4600-POST-LOAN-ADVANCE-EXIT
004069                         ELSE
004070                             PERFORM 2000-POST-CREDIT
004071                         END-IF
004072                     END-IF
004073                 END-IF
004074             END-IF
004075         WHEN 'LOANPAY '
004076             PERFORM 1650-CHECK-ACCOUNT-ACTIVE
004077             IF OP-ACCOUNT-IS-ACTIVE
004078                 PERFORM 1500-VALIDATE-AMOUNT
004079                 IF OP-AMOUNT-IS-VALID
004080                     PERFORM 4500-POST-LOAN-PAYMENT THRU
004081                         4500-POST-LOAN-PAYMENT-EXIT
004082                 END-IF
004083             END-IF
004084         WHEN 'FEE     '
004085         WHEN 'TAXWH   '
004086             PERFORM 1650-CHECK-ACCOUNT-ACTIVE
004087             IF OP-ACCOUNT-IS-ACTIVE
004088                 PERFORM 1500-VALIDATE-AMOUNT
004089                 IF OP-AMOUNT-IS-VALID
004090                     PERFORM 3500-POST-FEE
004091                 END-IF
004092             END-IF
004093         WHEN 'ESCHEAT '
004094             PERFORM 1500-VALIDATE-AMOUNT
004095             IF OP-AMOUNT-IS-VALID
004096                 PERFORM 1700-VALIDATE-SUPERVISOR-REQUIRED
004097                 IF OP-SUPERVISOR-IS-OK
004098                     PERFORM 3900-POST-ESCHEATMENT THRU
004099                         3900-POST-ESCHEATMENT-EXIT
004100                 END-IF
004110             END-IF
004120         WHEN 'TRANSFER'
005320*****************************************************************
005330* 1560-READ-SUPERVISOR-RECORD reads one OPERATOR-FILE record and *
005340* adds it to OP-SUPERVISOR-TABLE only when it is flagged as a    *
005350* supervisor entry, and to OP-LIMIT-TABLE when an enabled        *
005355* operator has a posting authority set.  A full supervisor       *
005356* table drops only the supervisor entry - the file is still read *
005357* to its end so every operator's limits are loaded.              *
005360*****************************************************************
005370 1560-READ-SUPERVISOR-RECORD.
005380     READ SUPERVISOR-FILE
005420             IF OR-IS-SUPERVISOR AND OR-IS-ENABLED
005430                 IF OP-SUPERVISOR-COUNT >= 50
005440                     DISPLAY 'OPERATIONS: OPERATOR-FILE has more '
005450                         'than 50 supervisor entries - '
005460                         OR-OPERATOR-ID ' is not taken as a '
005470                         'supervisor.'
005480                 ELSE
005490                     ADD 1 TO OP-SUPERVISOR-COUNT
005500                     SET OP-SUPERVISOR-IDX TO OP-SUPERVISOR-COUNT
005520                     TO OP-TABLE-SUPERVISOR-ID (OP-SUPERVISOR-IDX)
005530                 END-IF
005540             END-IF
005542             IF OR-IS-ENABLED
005544                 PERFORM 1565-ADD-LIMIT-ENTRY THRU
005546                     1565-ADD-LIMIT-ENTRY-EXIT
005548             END-IF
005550     END-READ.
005560
005561 1560-READ-SUPERVISOR-RECORD-EXIT.
005562     EXIT.
005563
005564*****************************************************************
005565* 1565-ADD-LIMIT-ENTRY keeps the operator's single-posting     *
005566* authority and daily cash-out cap.  Either left blank on a    *
005567* record written before the fields existed counts as zero - no *
005568* limit - and an operator with neither set takes no slot.      *
005569*****************************************************************
005570 1565-ADD-LIMIT-ENTRY.
005571     IF OR-MAX-SINGLE-AMOUNT NOT NUMERIC
005572         MOVE ZERO TO OR-MAX-SINGLE-AMOUNT
005573     END-IF
005574     IF OR-DAILY-CASH-CAP NOT NUMERIC
005575         MOVE ZERO TO OR-DAILY-CASH-CAP
005576     END-IF
005577     IF OR-MAX-SINGLE-AMOUNT = ZERO AND OR-DAILY-CASH-CAP = ZERO
005578         GO TO 1565-ADD-LIMIT-ENTRY-EXIT
005579     END-IF
005580     IF OP-LIMIT-COUNT >= 50
005581         DISPLAY 'OPERATIONS: OPERATOR-FILE has more than 50 '
005582             'operators with posting limits - ' OR-OPERATOR-ID
005583             ' is held only to the large-debit limit.'
005584         GO TO 1565-ADD-LIMIT-ENTRY-EXIT
005585     END-IF
005586     ADD 1 TO OP-LIMIT-COUNT
005587     SET OP-LIMIT-IDX TO OP-LIMIT-COUNT
005588     MOVE OR-OPERATOR-ID TO OP-TABLE-LIMIT-ID (OP-LIMIT-IDX)
005589     MOVE OR-MAX-SINGLE-AMOUNT
005590         TO OP-TABLE-MAX-SINGLE (OP-LIMIT-IDX)
005591     MOVE OR-DAILY-CASH-CAP TO OP-TABLE-DAILY-CAP (OP-LIMIT-IDX).
005592
005593 1565-ADD-LIMIT-ENTRY-EXIT.
005594     EXIT.
005595
005600*****************************************************************
005610* 1570-INITIALIZE-AUDIT-SEQUENCE scans today's entries already   *
005620* on AUDIT-TRAIL-FILE, the first time this run needs a sequence  *
006090     EXIT.
006100
006110*****************************************************************
006120* 1600-VALIDATE-SUPERVISOR requires a supervisor ID be present *
006130* for any DEBIT, PAYMENT, or TRANSFER over the large-debit     *
006140* limit, matching the dual control our branch procedures already*
006150* require manually, and for any that is over the keying         *
006160* operator's own posting authority (1630).  The ID entered is   *
006170* checked against the supervisor table loaded from              *
006172* OPERATOR-FILE.  Amounts inside both limits need no supervisor *
006174* entry.                                                        *
006176* Both limits are tested on the amount restated in home         *
006178* currency at the day's rate.                                   *
006180*****************************************************************
006190 1600-VALIDATE-SUPERVISOR.
006200     SET OP-SUPERVISOR-IS-OK TO TRUE
006210     COMPUTE OP-HOME-AMOUNT ROUNDED = OP-AMOUNT * OP-PAY-RATE
006212     PERFORM 1630-CHECK-OPERATOR-AUTHORITY THRU
006214         1630-CHECK-OPERATOR-AUTHORITY-EXIT
006216     IF OP-HOME-AMOUNT > OP-LARGE-DEBIT-LIMIT OR OP-LIMIT-OVERRIDE
006220         PERFORM 1550-LOAD-SUPERVISOR-TABLE
006230         IF OP-SUPERVISOR-ID NOT OMITTED
006240             IF OP-SUPERVISOR-ID = SPACES OR
006310             SET OP-SUPERVISOR-IS-MISSING TO TRUE
006320         END-IF
006330         IF OP-SUPERVISOR-IS-MISSING
006340             IF OP-HOME-AMOUNT > OP-LARGE-DEBIT-LIMIT
006350                 DISPLAY 'Supervisor authorization required for '
006360                     'amounts over the large-debit limit. '
006361                     'Transaction rejected.'
006362             ELSE
006363                 DISPLAY 'Supervisor authorization required for '
006364                     'amounts over the operator''s own posting '
006365                     'authority. Transaction rejected.'
006366             END-IF
006370             MOVE 'SUP' TO OP-RESULT-CODE
006380         END-IF
006390     END-IF.
006640     IF OP-SUPERVISOR-ID =
006650         OP-TABLE-SUPERVISOR-ID (OP-SUPERVISOR-IDX)
006660         SET OP-SUPERVISOR-IS-OK TO TRUE
006661     ELSE
006662         SET OP-SUPERVISOR-IDX UP BY 1
006663     END-IF.
006664
006665 1620-COMPARE-SUPERVISOR-ENTRY-EXIT.
006666     EXIT.
006667
006668*****************************************************************
006669* 1630-CHECK-OPERATOR-AUTHORITY sets OP-LIMIT-OVERRIDE when the*
006670* amount is over the keying operator's single-posting authority,*
006671* or would take their cash out for the day over their daily cap.*
006672* An operator with no limits on file - every batch job's ID -   *
006673* passes untouched.                                             *
006674*****************************************************************
006675 1630-CHECK-OPERATOR-AUTHORITY.
006676     MOVE 'N' TO OP-LIMIT-OVERRIDE-SW
006677     IF OP-OPERATOR-ID OMITTED
006678         GO TO 1630-CHECK-OPERATOR-AUTHORITY-EXIT
006679     END-IF
006680     PERFORM 1550-LOAD-SUPERVISOR-TABLE
006681     MOVE 'N' TO OP-LIMIT-FOUND-SW
006682     SET OP-LIMIT-IDX TO 1
006683     PERFORM 1635-COMPARE-LIMIT-ENTRY THRU
006684         1635-COMPARE-LIMIT-ENTRY-EXIT
006685         UNTIL OP-LIMIT-IDX > OP-LIMIT-COUNT
006686             OR OP-LIMIT-FOUND
006687     IF NOT OP-LIMIT-FOUND
006688         GO TO 1630-CHECK-OPERATOR-AUTHORITY-EXIT
006689     END-IF
006690     IF OP-TABLE-MAX-SINGLE (OP-LIMIT-IDX) > ZERO
006691             AND OP-HOME-AMOUNT >
006692                 OP-TABLE-MAX-SINGLE (OP-LIMIT-IDX)
006693         SET OP-LIMIT-OVERRIDE TO TRUE
006694         DISPLAY 'OPERATIONS: amount is over operator '
006695             OP-OPERATOR-ID '''s single-posting authority.'
006696     END-IF
006697     IF OP-TABLE-DAILY-CAP (OP-LIMIT-IDX) > ZERO
006698         PERFORM 1640-SUM-OPERATOR-CASH-OUT THRU
006699             1640-SUM-OPERATOR-CASH-OUT-EXIT
006700         IF OP-CASH-OUT-TOTAL + OP-HOME-AMOUNT >
006701                 OP-TABLE-DAILY-CAP (OP-LIMIT-IDX)
006702             SET OP-LIMIT-OVERRIDE TO TRUE
006703             DISPLAY 'OPERATIONS: amount would take operator '
006704                 OP-OPERATOR-ID ' over their daily cash-out cap.'
006705         END-IF
006706     END-IF.
006707
006708 1630-CHECK-OPERATOR-AUTHORITY-EXIT.
006709     EXIT.
006710
006711*****************************************************************
006712* 1635-COMPARE-LIMIT-ENTRY compares one limit-table entry against*
006713* the keying operator's ID, then advances to the next entry.     *
006714*****************************************************************
006715 1635-COMPARE-LIMIT-ENTRY.
006716     IF OP-OPERATOR-ID = OP-TABLE-LIMIT-ID (OP-LIMIT-IDX)
006717         SET OP-LIMIT-FOUND TO TRUE
006718     ELSE
006719         SET OP-LIMIT-IDX UP BY 1
006720     END-IF.
006721
006722 1635-COMPARE-LIMIT-ENTRY-EXIT.
006723     EXIT.
006724
006725*****************************************************************
006726* 1640-SUM-OPERATOR-CASH-OUT totals the DEBIT, PAYMENT, and    *
006727* TRANSOUT entries the keying operator has on today's trail -  *
006728* their cash out so far today, counted gross of any reversal.  *
006729*****************************************************************
006730 1640-SUM-OPERATOR-CASH-OUT.
006731     PERFORM 1570-INITIALIZE-AUDIT-SEQUENCE
006732     MOVE ZERO TO OP-CASH-OUT-TOTAL
006733     MOVE 'N' TO OP-CASHOUT-EOF-SW
006734     OPEN INPUT AUDIT-TRAIL-FILE
006735     IF AT-FILE-STATUS = '00'
006736         PERFORM 1645-READ-CASH-OUT-ENTRY THRU
006737             1645-READ-CASH-OUT-ENTRY-EXIT
006738             UNTIL OP-CASHOUT-EOF
006739         CLOSE AUDIT-TRAIL-FILE
006740     END-IF.
006741
006742 1640-SUM-OPERATOR-CASH-OUT-EXIT.
006743     EXIT.
006744
006745*****************************************************************
006746* 1645-READ-CASH-OUT-ENTRY reads one audit-trail record and adds*
006747* it to OP-CASH-OUT-TOTAL when it is one of the operator's cash-*
006748* out postings for today, restated in home currency at the      *
006749* rate carried on the entry.                                    *
006750*****************************************************************
006751 1645-READ-CASH-OUT-ENTRY.
006752     READ AUDIT-TRAIL-FILE
006753         AT END
006754             SET OP-CASHOUT-EOF TO TRUE
006755         NOT AT END
006756             IF AT-TRAN-DATE = AT-TODAY-DATE
006757                     AND AT-OPERATOR-ID = OP-OPERATOR-ID
006758                     AND (AT-OPERATION-CODE = 'DEBIT   '
006759                       OR AT-OPERATION-CODE = 'PAYMENT '
006760                       OR AT-OPERATION-CODE = 'TRANSOUT')
006761                 IF AT-CURRENCY-CODE = SPACES
006762                         OR AT-HOME-RATE NOT NUMERIC
006763                     ADD AT-AMOUNT TO OP-CASH-OUT-TOTAL
006764                 ELSE
006765                     COMPUTE OP-CASH-OUT-TOTAL ROUNDED =
006766                         OP-CASH-OUT-TOTAL
006767                         + AT-AMOUNT * AT-HOME-RATE
006768                 END-IF
006769             END-IF
006770     END-READ.
006771
006772 1645-READ-CASH-OUT-ENTRY-EXIT.
006773     EXIT.
006774
006775*****************************************************************
006776* 1650-CHECK-ACCOUNT-ACTIVE refuses any posting against an      *
006777* account whose status is frozen, closed, or dormant, with its  *
006778* own STA result code so BATCH-POSTING can report it.  Records  *
006780* written before the status field existed carry a space and     *
006790* count as active.                                              *
006800*****************************************************************
008250     IF OP-PARM-TYPE (OP-PARM-IDX) = OP-LOOKUP-TYPE
008260         SET OP-PARM-FOUND-SW TO 'Y'
008270     ELSE
008271         SET OP-PARM-IDX UP BY 1
008272     END-IF.
008273
008274 1820-COMPARE-PARAMETER-ENTRY-EXIT.
008275     EXIT.
008276
008277*****************************************************************
008278* 1900-CHECK-TERM-DEPOSIT looks up the term-deposit contract   *
008279* for the type-T account in OP-TERM-ACCOUNT-ID.  While the     *
008280* contract is running and its maturity date has not arrived    *
008281* the deposit is under term, and the posting is refused with a *
008282* TRM result.  The one exception is the early break            *
008283* TERM-DEPOSIT-MAINT makes - an INTEREST, the TAXWH withheld   *
008284* from it, or a MATURITY posted from the deposit itself under  *
008285* a valid supervisor ID - for which the override is flagged so *
008286* the supervisor lands on the audit entry.  A TRANSFER or      *
008287* MATURITY into a deposit under term is always refused.  No    *
008288* contract on file - the opening deposit, posted before        *
008289* ACCOUNT-OPEN writes the contract - or a matured or broken    *
008290* contract leaves the account open to posting.                 *
008291*****************************************************************
008292 1900-CHECK-TERM-DEPOSIT.
008293     MOVE 'N' TO OP-TERM-REFUSED-SW
008294     MOVE 'N' TO OP-TERM-FOUND-SW
008295     MOVE 'N' TO OP-TERM-EOF-SW
008296     OPEN INPUT TERM-DEPOSIT-FILE
008297     IF NOT TM-FILE-STATUS = '00'
008298         GO TO 1900-CHECK-TERM-DEPOSIT-EXIT
008299     END-IF
008300     PERFORM 1910-READ-TERM-DEPOSIT THRU
008301         1910-READ-TERM-DEPOSIT-EXIT
008302         UNTIL OP-TERM-EOF OR OP-TERM-FOUND
008303     CLOSE TERM-DEPOSIT-FILE
008304     IF NOT OP-TERM-FOUND
008305         GO TO 1900-CHECK-TERM-DEPOSIT-EXIT
008306     END-IF
008307     MOVE 'GET  ' TO OP-BD-FUNCTION-CODE
008308     CALL 'BUSDATE-PROGRAM' USING OP-BD-FUNCTION-CODE
008309         OP-TERM-BD-DATE
008310     END-CALL
008311     IF NOT TM-IS-RUNNING OR OP-TERM-BD-DATE >= TM-MATURITY-DATE
008312         GO TO 1900-CHECK-TERM-DEPOSIT-EXIT
008313     END-IF
008314     IF OP-TERM-ACCOUNT-ID NOT = OP-ACCOUNT-ID
008315             OR (OP-OPERATION-CODE NOT = 'INTEREST'
008316                 AND OP-OPERATION-CODE NOT = 'MATURITY'
008317                 AND OP-OPERATION-CODE NOT = 'TAXWH   ')
008318         DISPLAY 'Account ' OP-TERM-ACCOUNT-ID ' is a term '
008319             'deposit not due until ' TM-MATURITY-DATE
008320             ' - an early break must be made through '
008321             'TERM-DEPOSIT-MAINT. Transaction rejected.'
008322         MOVE 'TRM' TO OP-RESULT-CODE
008323         SET OP-TERM-REFUSED TO TRUE
008326         GO TO 1900-CHECK-TERM-DEPOSIT-EXIT
008327     END-IF
008328     PERFORM 1550-LOAD-SUPERVISOR-TABLE
008329     IF OP-SUPERVISOR-ID NOT OMITTED
008330         IF OP-SUPERVISOR-ID = SPACES OR
008331                 OP-SUPERVISOR-ID = LOW-VALUES
008332             SET OP-SUPERVISOR-IS-MISSING TO TRUE
008333         ELSE
008334             PERFORM 1610-SEARCH-SUPERVISOR-TABLE
008335         END-IF
008336     ELSE
008337         SET OP-SUPERVISOR-IS-MISSING TO TRUE
008338     END-IF
008339     IF OP-SUPERVISOR-IS-MISSING
008340         DISPLAY 'Account ' OP-TERM-ACCOUNT-ID ' is a term '
008341             'deposit not due until ' TM-MATURITY-DATE
008342             ' - supervisor authorization required to break '
008343             'it. Transaction rejected.'
008344         MOVE 'TRM' TO OP-RESULT-CODE
008345         SET OP-TERM-REFUSED TO TRUE
008346     ELSE
008347         SET OP-TERM-OVERRIDE TO TRUE
008348     END-IF.
008349
008350 1900-CHECK-TERM-DEPOSIT-EXIT.
008351     EXIT.
008352
008353*****************************************************************
008354* 1910-READ-TERM-DEPOSIT reads one term-deposit contract and   *
008355* stops the scan when it belongs to the account being checked. *
008356*****************************************************************
008357 1910-READ-TERM-DEPOSIT.
008358     READ TERM-DEPOSIT-FILE
008359         AT END
008360             SET OP-TERM-EOF TO TRUE
008361         NOT AT END
008362             IF TM-ACCOUNT-ID = OP-TERM-ACCOUNT-ID
008363                 SET OP-TERM-FOUND TO TRUE
008364             END-IF
008365     END-READ.
008366
008367 1910-READ-TERM-DEPOSIT-EXIT.
008368     EXIT.
008369
008370*****************************************************************
008371* 1950-SET-CONVERSION-RATES fetches the day's rate for a       *
008372* foreign-currency account from FXRATE-PROGRAM and settles the *
008373* currency the amount requested is in.  That is the account's  *
008374* own currency unless a PAYMENT names another, whose rate is   *
008375* then fetched too; naming the home currency is the same as    *
008376* naming none for a home-currency account.  Any other          *
008377* operation naming a currency not the account's is refused     *
008378* with CUR, and a rate that is not on today's file refuses the *
008379* posting with FXR before anything is touched.                 *
008380*****************************************************************
008381 1950-SET-CONVERSION-RATES.
008382     MOVE 'RATE ' TO OP-FX-FUNCTION-CODE
008383     IF NOT AB-HOME-CURRENCY
008384         CALL 'FXRATE-PROGRAM' USING OP-FX-FUNCTION-CODE
008385             AB-CURRENCY-CODE OP-ACCOUNT-RATE OP-FX-STATUS-CODE
008386         END-CALL
008387         IF OP-FX-STATUS-CODE NOT = 'OK '
008388             DISPLAY 'OPERATIONS: no exchange rate on file today '
008389                 'for ' AB-CURRENCY-CODE ' (' OP-FX-STATUS-CODE
008390                 '). Transaction rejected.'
008391             MOVE 'FXR' TO OP-RESULT-CODE
008392             GO TO 1950-SET-CONVERSION-RATES-EXIT
008393         END-IF
008394     END-IF
008395     MOVE OP-ACCOUNT-RATE TO OP-PAY-RATE
008396     IF OP-AMOUNT-CURRENCY OMITTED
008397         GO TO 1950-SET-CONVERSION-RATES-EXIT
008398     END-IF
008399     IF OP-AMOUNT-CURRENCY = SPACES
008400             OR OP-AMOUNT-CURRENCY = AB-CURRENCY-CODE
008401         GO TO 1950-SET-CONVERSION-RATES-EXIT
008402     END-IF
008403     MOVE OP-AMOUNT-CURRENCY TO OP-PAY-CURRENCY-CODE
008404     MOVE 'HOME ' TO OP-FX-FUNCTION-CODE
008405     CALL 'FXRATE-PROGRAM' USING OP-FX-FUNCTION-CODE
008406         OP-HOME-CURRENCY-CODE OP-PAY-RATE OP-FX-STATUS-CODE
008407     END-CALL
008408     IF OP-PAY-CURRENCY-CODE = OP-HOME-CURRENCY-CODE
008409         MOVE SPACES TO OP-PAY-CURRENCY-CODE
008410     END-IF
008411     MOVE OP-ACCOUNT-RATE TO OP-PAY-RATE
008412     IF OP-PAY-CURRENCY-CODE = AB-CURRENCY-CODE
008413         GO TO 1950-SET-CONVERSION-RATES-EXIT
008414     END-IF
008415     IF OP-OPERATION-CODE NOT = 'PAYMENT '
008416         DISPLAY 'OPERATIONS: account ' OP-ACCOUNT-ID
008417             ' is posted only in its own currency - '
008418             OP-AMOUNT-CURRENCY ' not accepted. '
008419             'Transaction rejected.'
008420         MOVE 'CUR' TO OP-RESULT-CODE
008421         GO TO 1950-SET-CONVERSION-RATES-EXIT
008422     END-IF
008423     MOVE 'RATE ' TO OP-FX-FUNCTION-CODE
008424     CALL 'FXRATE-PROGRAM' USING OP-FX-FUNCTION-CODE
008425         OP-PAY-CURRENCY-CODE OP-PAY-RATE OP-FX-STATUS-CODE
008426     END-CALL
008427     IF OP-FX-STATUS-CODE NOT = 'OK '
008428         DISPLAY 'OPERATIONS: no exchange rate on file today '
008429             'for ' OP-AMOUNT-CURRENCY ' (' OP-FX-STATUS-CODE
008430             '). Transaction rejected.'
008431         MOVE 'FXR' TO OP-RESULT-CODE
008432     END-IF.
008433
008434 1950-SET-CONVERSION-RATES-EXIT.
008435     EXIT.
008436
008437*****************************************************************
008438* 2000-POST-CREDIT adds the requested amount to the balance,   *
008439* posts the new balance back to DATA-PROGRAM, and records the  *
008440* posting on the audit trail.  A credit that brings an         *
008441* overdrawn account back to zero or above clears the overdrawn *
008442* flag.                                                         *
008443*****************************************************************
008444 2000-POST-CREDIT.
008445     ADD OP-AMOUNT TO AB-BALANCE
008446     IF AB-BALANCE >= ZERO
008447         SET AB-IS-NOT-OVERDRAWN TO TRUE
008450     END-IF
008460     DISPLAY 'Amount credited. New balance: ' AB-BALANCE
008470     MOVE 'WRITE' TO OP-FUNCTION-CODE
009210* comes off the bank parameter file, not a keyed entry.  The  *
009220* posting is audited under the FEE code so the GL extract     *
009230* books it to fee income instead of cash.                     *
009232* Backup withholding (TAXWH) posts the same way - the tax is   *
009234* owed to the authority whatever the balance - and is audited  *
009236* under its own code for the tax-payable ledger.               *
009240*****************************************************************
009250 3500-POST-FEE.
009260     SUBTRACT OP-AMOUNT FROM AB-BALANCE
009290     ELSE
009300         SET AB-IS-NOT-OVERDRAWN TO TRUE
009310     END-IF
009320     IF OP-OPERATION-CODE = 'TAXWH   '
009321         DISPLAY 'Tax withheld. New balance: ' AB-BALANCE
009322     ELSE
009323         DISPLAY 'Fee charged. New balance: ' AB-BALANCE
009325     END-IF
009330     MOVE 'WRITE' TO OP-FUNCTION-CODE
009340     CALL 'DATA-PROGRAM' USING OP-FUNCTION-CODE OP-ACCOUNT-ID
009350         AB-BALANCE OP-STATUS-CODE AB-OD-LIMIT
009580* appended to the outgoing-payment interface file handed to    *
009590* the clearing bank each night.  A request with no             *
009600* beneficiary is refused before anything posts.                *
009603* A payment sent in a currency other than the account's debits *
009606* the account the amount converted at the day's cross rate.    *
009610*****************************************************************
009620 3700-POST-PAYMENT.
009630     IF OP-BENEFICIARY OMITTED
009710             'PAYMENT. Transaction rejected.'
009720         MOVE 'BEN' TO OP-RESULT-CODE
009730         GO TO 3700-POST-PAYMENT-EXIT
009732     END-IF
009734     MOVE OP-AMOUNT TO OP-DEBIT-AMOUNT
009736     MOVE ZERO TO OP-CROSS-RATE
009738     IF OP-PAY-CURRENCY-CODE NOT = AB-CURRENCY-CODE
009740         COMPUTE OP-CROSS-RATE ROUNDED =
009742             OP-ACCOUNT-RATE / OP-PAY-RATE
009744         COMPUTE OP-DEBIT-AMOUNT ROUNDED =
009745             OP-AMOUNT / OP-CROSS-RATE
009746         DISPLAY 'Payment of ' OP-AMOUNT ' ' OP-PAY-CURRENCY-CODE
009747             ' at ' OP-CROSS-RATE ' debits ' OP-DEBIT-AMOUNT
009748             ' ' AB-CURRENCY-CODE
009749     END-IF
009750     PERFORM 8500-SUM-OPEN-HOLDS THRU 8500-SUM-OPEN-HOLDS-EXIT
009760     IF AB-BALANCE - OP-HOLD-TOTAL - OP-DEBIT-AMOUNT
009770             < (ZERO - AB-OD-LIMIT)
009780         DISPLAY 'Insufficient available funds for this payment '
009790             '- open holds and the overdraft limit applied.'
009800         MOVE 'NSF' TO OP-RESULT-CODE
009810         GO TO 3700-POST-PAYMENT-EXIT
009820     END-IF
009830     SUBTRACT OP-DEBIT-AMOUNT FROM AB-BALANCE
009840     IF AB-BALANCE < ZERO
009850         SET AB-IS-OVERDRAWN TO TRUE
009860         DISPLAY 'Payment sent. Account is OVERDRAWN. '
009960     END-CALL
009970     MOVE OP-ACCOUNT-ID TO OP-AUDIT-ACCOUNT-ID
009980     MOVE OP-OPERATION-CODE TO OP-AUDIT-OPERATION-CODE
009990     MOVE OP-DEBIT-AMOUNT TO OP-AUDIT-AMOUNT
010000     MOVE AB-BALANCE TO OP-AUDIT-BALANCE
010001     IF OP-PAY-CURRENCY-CODE NOT = AB-CURRENCY-CODE
010002         MOVE OP-AMOUNT TO OP-AUDIT-COUNTER-AMOUNT
010003         MOVE OP-PAY-CURRENCY-CODE TO OP-AUDIT-COUNTER-CURRENCY
010004         MOVE OP-CROSS-RATE TO OP-AUDIT-EXCHANGE-RATE
010005     END-IF
010010     MOVE AB-OVERDRAWN-FLAG TO OP-AUDIT-OVERDRAWN-FLAG
010020     IF OP-OPERATOR-ID NOT OMITTED
010030         MOVE OP-OPERATOR-ID TO OP-AUDIT-OPERATOR-ID
010220     MOVE AT-RUN-SEQUENCE-NO TO PY-SEQUENCE-NO
010230     MOVE OP-ACCOUNT-ID TO PY-ACCOUNT-ID
010240     MOVE OP-AMOUNT TO PY-AMOUNT
010245     MOVE OP-PAY-CURRENCY-CODE TO PY-CURRENCY-CODE
010250     MOVE OP-BENEF-NAME TO PY-BENEF-NAME
010260     MOVE OP-BENEF-BANK TO PY-BENEF-BANK
010270     MOVE OP-BENEF-ACCOUNT TO PY-BENEF-ACCOUNT
010320     END-IF
010330     WRITE PAYMENT-RECORD
010340     CLOSE PAYMENT-FILE.
010341
010342 3800-WRITE-PAYMENT-RECORD-EXIT.
010343     EXIT.
010344
010345*****************************************************************
010346* 3900-POST-ESCHEATMENT remits the whole balance of a dormant  *
010347* account to the state as unclaimed property, for ESCHEAT-RUN. *
010348* It is refused unless the account is dormant, unless the      *
010349* amount is exactly the balance on file - property is remitted *
010350* whole, never in part - and while any funds hold is open,     *
010351* since held funds are under a claim and are not unclaimed.    *
010352* The balance is left at zero and the remittance is audited    *
010353* under the ESCHEAT code, with the supervisor, so the GL       *
010354* extract books it to unclaimed-property payable.              *
010355*****************************************************************
010356 3900-POST-ESCHEATMENT.
010357     IF NOT AB-IS-DORMANT
010358         DISPLAY 'OPERATIONS: ESCHEAT applies only to a dormant '
010359             'account (status ' AB-STATUS-FLAG '). Transaction '
010360             'rejected.'
010361         MOVE 'STA' TO OP-RESULT-CODE
010362         GO TO 3900-POST-ESCHEATMENT-EXIT
010363     END-IF
010364     IF OP-AMOUNT NOT = AB-BALANCE
010365         DISPLAY 'OPERATIONS: ESCHEAT must remit the whole '
010366             'balance of ' AB-BALANCE '. Transaction rejected.'
010367         MOVE 'AMT' TO OP-RESULT-CODE
010368         GO TO 3900-POST-ESCHEATMENT-EXIT
010369     END-IF
010370     PERFORM 8500-SUM-OPEN-HOLDS THRU 8500-SUM-OPEN-HOLDS-EXIT
010371     IF OP-HOLD-TOTAL > ZERO
010372         DISPLAY 'OPERATIONS: account ' OP-ACCOUNT-ID
010373             ' has an open funds hold - it cannot be remitted '
010374             'as unclaimed property. Transaction rejected.'
010375         MOVE 'NSF' TO OP-RESULT-CODE
010376         GO TO 3900-POST-ESCHEATMENT-EXIT
010377     END-IF
010378     SUBTRACT OP-AMOUNT FROM AB-BALANCE
010379     SET AB-IS-NOT-OVERDRAWN TO TRUE
010380     DISPLAY 'Balance remitted as unclaimed property. New '
010381         'balance: ' AB-BALANCE
010382     MOVE 'WRITE' TO OP-FUNCTION-CODE
010383     CALL 'DATA-PROGRAM' USING OP-FUNCTION-CODE OP-ACCOUNT-ID
010384         AB-BALANCE OP-STATUS-CODE AB-OD-LIMIT
010385         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
010386     END-CALL
010387     MOVE OP-ACCOUNT-ID TO OP-AUDIT-ACCOUNT-ID
010388     MOVE OP-OPERATION-CODE TO OP-AUDIT-OPERATION-CODE
010389     MOVE OP-AMOUNT TO OP-AUDIT-AMOUNT
010390     MOVE AB-BALANCE TO OP-AUDIT-BALANCE
010391     MOVE AB-OVERDRAWN-FLAG TO OP-AUDIT-OVERDRAWN-FLAG
010392     IF OP-OPERATOR-ID NOT OMITTED
010393         MOVE OP-OPERATOR-ID TO OP-AUDIT-OPERATOR-ID
010394     ELSE
010395         MOVE SPACES TO OP-AUDIT-OPERATOR-ID
010396     END-IF
010397     PERFORM 5000-WRITE-AUDIT-ENTRY.
010398
010399 3900-POST-ESCHEATMENT-EXIT.
010400     EXIT.
010401
010402*****************************************************************
010403* 4000-POST-TRANSFER moves the requested amount out of the     *
010410* account read at entry and into OP-TO-ACCOUNT-ID as one unit. *
010420* The source is debited (subject to its overdraft limit) and   *
010430* posted first; if the destination cannot then be posted, the  *
010470* separately from OP-STATUS-CODE, since the destination READ   *
010480* and WRITE that follow it would otherwise overwrite it before  *
010490* it can be checked.                                            *
010492* A destination that is a term deposit still under term is      *
010494* refused, as any posting to it would be, unless a              *
010495* supervisor authorizes the break.                              *
010496* A destination that is a loan account is refused outright -    *
010497* a loan is repaid only by LOANPAY.                             *
010498* A destination in another currency is credited at the day's    *
010499* rate (4050).                                                  *
010500*****************************************************************
010510 4000-POST-TRANSFER.
010520     SET OP-TRANSFER-IS-OK TO TRUE
010710         CALL 'DATA-PROGRAM' USING OP-FUNCTION-CODE
010720             OP-TO-ACCOUNT-ID BT-BALANCE OP-STATUS-CODE
010730             BT-OD-LIMIT BT-OVERDRAWN-FLAG BT-STATUS-FLAG
010740             BT-ACCOUNT-TYPE BT-CURRENCY-CODE
010750         END-CALL
010751
010752         IF OP-STATUS-CODE = 'OK ' AND BT-TYPE-TERM-DEPOSIT
010753             MOVE OP-TO-ACCOUNT-ID TO OP-TERM-ACCOUNT-ID
010754             PERFORM 1900-CHECK-TERM-DEPOSIT THRU
010755                 1900-CHECK-TERM-DEPOSIT-EXIT
010756             IF OP-TERM-REFUSED
010757                 MOVE 'TRM' TO OP-STATUS-CODE
010758             END-IF
010759         END-IF
010760         IF OP-STATUS-CODE = 'OK '
010761             PERFORM 4050-SET-TRANSFER-CREDIT THRU
010762                 4050-SET-TRANSFER-CREDIT-EXIT
010763         END-IF
010764         IF OP-STATUS-CODE = 'OK ' AND BT-TYPE-LOAN
010765             MOVE 'LON' TO OP-STATUS-CODE
010766             MOVE 'INV' TO OP-RESULT-CODE
010767             DISPLAY 'Transfer rejected - destination account '
010768                 OP-TO-ACCOUNT-ID ' is a loan account; loans are '
010769                 'repaid only through the loan collection run.'
010770         END-IF
010771         IF OP-STATUS-CODE = 'OK ' AND NOT BT-IS-ACTIVE
010780             MOVE 'STA' TO OP-STATUS-CODE
010790             MOVE 'STA' TO OP-RESULT-CODE
010800             DISPLAY 'Transfer rejected - destination account '
010810                 OP-TO-ACCOUNT-ID ' is not active (status '
010820                 BT-STATUS-FLAG ').'
010830         ELSE
010840             IF NOT OP-TERM-REFUSED
010850                     AND OP-STATUS-CODE NOT = 'LON'
010852                     AND OP-STATUS-CODE NOT = 'FXR'
010854                 ADD OP-CREDIT-AMOUNT TO BT-BALANCE
010856                 IF BT-BALANCE >= ZERO
010860                     SET BT-IS-NOT-OVERDRAWN TO TRUE
010861                 END-IF
010862                 MOVE 'WRITE' TO OP-FUNCTION-CODE
010863                 CALL 'DATA-PROGRAM' USING OP-FUNCTION-CODE
010864                     OP-TO-ACCOUNT-ID BT-BALANCE OP-STATUS-CODE
010865                     BT-OD-LIMIT BT-OVERDRAWN-FLAG BT-STATUS-FLAG
010866                     BT-ACCOUNT-TYPE
010867                 END-CALL
010870             END-IF
010940         END-IF
010950
010960         IF OP-STATUS-CODE NOT = 'OK '
011170             MOVE OP-AMOUNT TO OP-AUDIT-AMOUNT
011180             MOVE AB-BALANCE TO OP-AUDIT-BALANCE
011190             MOVE AB-OVERDRAWN-FLAG TO OP-AUDIT-OVERDRAWN-FLAG
011191             IF BT-CURRENCY-CODE NOT = AB-CURRENCY-CODE
011192                 MOVE OP-CREDIT-AMOUNT TO OP-AUDIT-COUNTER-AMOUNT
011193                 MOVE BT-CURRENCY-CODE TO
011194                     OP-AUDIT-COUNTER-CURRENCY
011195                 MOVE OP-CROSS-RATE TO OP-AUDIT-EXCHANGE-RATE
011196             END-IF
011200             IF OP-OPERATOR-ID NOT OMITTED
011210                 MOVE OP-OPERATOR-ID TO OP-AUDIT-OPERATOR-ID
011220             ELSE
011260
011270             MOVE OP-TO-ACCOUNT-ID TO OP-AUDIT-ACCOUNT-ID
011280             MOVE 'TRANSIN ' TO OP-AUDIT-OPERATION-CODE
011290             MOVE OP-CREDIT-AMOUNT TO OP-AUDIT-AMOUNT
011300             MOVE BT-BALANCE TO OP-AUDIT-BALANCE
011310             MOVE BT-OVERDRAWN-FLAG TO OP-AUDIT-OVERDRAWN-FLAG
011311             IF BT-CURRENCY-CODE NOT = AB-CURRENCY-CODE
011312                 MOVE OP-AMOUNT TO OP-AUDIT-COUNTER-AMOUNT
011313                 MOVE AB-CURRENCY-CODE TO
011314                     OP-AUDIT-COUNTER-CURRENCY
011315                 MOVE OP-CROSS-RATE TO OP-AUDIT-EXCHANGE-RATE
011316             END-IF
011320             IF OP-OPERATOR-ID NOT OMITTED
011330                 MOVE OP-OPERATOR-ID TO OP-AUDIT-OPERATOR-ID
011340             ELSE
011350                 MOVE SPACES TO OP-AUDIT-OPERATOR-ID
011360             END-IF
011361             PERFORM 5000-WRITE-AUDIT-ENTRY
011362
011363             DISPLAY 'Transfer completed. Source balance: '
011364                 AB-BALANCE ' Destination balance: ' BT-BALANCE
011365         END-IF
011366     ELSE
011367         DISPLAY 'Insufficient available funds for this transfer '
011368             '- open holds and the overdraft limit applied.'
011369         MOVE 'NSF' TO OP-RESULT-CODE
011370     END-IF.
011371
011372 4000-POST-TRANSFER-EXIT.
011373     EXIT.
011374
011375*****************************************************************
011376* 4050-SET-TRANSFER-CREDIT works out what the destination is   *
011377* credited with.  Between accounts in the same currency it is  *
011378* the amount debited.  Between different currencies the        *
011379* destination's rate is fetched and the amount is converted at *
011380* the cross rate the two home rates give; no rate for the      *
011381* destination currency today fails the destination side with   *
011382* FXR, so the source debit is backed out.                      *
011383*****************************************************************
011384 4050-SET-TRANSFER-CREDIT.
011385     MOVE OP-AMOUNT TO OP-CREDIT-AMOUNT
011386     MOVE ZERO TO OP-CROSS-RATE
011387     MOVE OP-ACCOUNT-RATE TO OP-TO-ACCOUNT-RATE
011388     IF BT-CURRENCY-CODE = AB-CURRENCY-CODE
011389         GO TO 4050-SET-TRANSFER-CREDIT-EXIT
011390     END-IF
011391     MOVE 'RATE ' TO OP-FX-FUNCTION-CODE
011392     CALL 'FXRATE-PROGRAM' USING OP-FX-FUNCTION-CODE
011393         BT-CURRENCY-CODE OP-TO-ACCOUNT-RATE OP-FX-STATUS-CODE
011394     END-CALL
011395     IF OP-FX-STATUS-CODE NOT = 'OK '
011396         MOVE 'FXR' TO OP-STATUS-CODE
011397         MOVE 'FXR' TO OP-RESULT-CODE
011398         DISPLAY 'Transfer rejected - no exchange rate on file '
011399             'today for ' BT-CURRENCY-CODE ' ('
011400             OP-FX-STATUS-CODE ').'
011401         GO TO 4050-SET-TRANSFER-CREDIT-EXIT
011402     END-IF
011403     COMPUTE OP-CROSS-RATE ROUNDED =
011404         OP-ACCOUNT-RATE / OP-TO-ACCOUNT-RATE
011405     COMPUTE OP-CREDIT-AMOUNT ROUNDED =
011406         OP-AMOUNT * OP-CROSS-RATE
011407     DISPLAY 'Transfer of ' OP-AMOUNT ' ' AB-CURRENCY-CODE
011408         ' at ' OP-CROSS-RATE ' credits ' OP-CREDIT-AMOUNT
011409         ' ' BT-CURRENCY-CODE.
011410
011411 4050-SET-TRANSFER-CREDIT-EXIT.
011412     EXIT.
011413
011414*****************************************************************
011415* 4500-POST-LOAN-PAYMENT takes one loan installment from the   *
011416* checking account read at entry and reduces the loan in       *
011417* OP-TO-ACCOUNT-ID by it, as one unit.  The checking side is   *
011418* held to the same available-balance and overdraft rules as a  *
011419* DEBIT but needs no supervisor - the loan contract is its own *
011420* authority.  A payment larger than the principal outstanding  *
011421* is refused.  The checking account is posted first; if the    *
011422* loan cannot then be posted, the checking debit is backed     *
011423* out.  Each leg is audited under its own code.                *
011424*****************************************************************
011425 4500-POST-LOAN-PAYMENT.
011426     MOVE 'READ '  TO OP-FUNCTION-CODE
011427     CALL 'DATA-PROGRAM' USING OP-FUNCTION-CODE
011428         OP-TO-ACCOUNT-ID BT-BALANCE OP-STATUS-CODE
011429         BT-OD-LIMIT BT-OVERDRAWN-FLAG BT-STATUS-FLAG
011430         BT-ACCOUNT-TYPE BT-CURRENCY-CODE
011431     END-CALL
011432     IF OP-STATUS-CODE NOT = 'OK ' OR NOT BT-TYPE-LOAN
011433         DISPLAY 'Loan payment rejected - account '
011434             OP-TO-ACCOUNT-ID ' is not a loan account on file.'
011435         MOVE 'INV' TO OP-RESULT-CODE
011436         GO TO 4500-POST-LOAN-PAYMENT-EXIT
011437     END-IF
011438     IF NOT BT-IS-ACTIVE
011439         DISPLAY 'Loan payment rejected - loan account '
011440             OP-TO-ACCOUNT-ID ' is not active (status '
011441             BT-STATUS-FLAG ').'
011442         MOVE 'STA' TO OP-RESULT-CODE
011443         GO TO 4500-POST-LOAN-PAYMENT-EXIT
011444     END-IF
011445     IF BT-CURRENCY-CODE NOT = AB-CURRENCY-CODE
011446         DISPLAY 'Loan payment rejected - account '
011447             OP-ACCOUNT-ID ' is not in the loan''s currency.'
011448         MOVE 'CUR' TO OP-RESULT-CODE
011449         GO TO 4500-POST-LOAN-PAYMENT-EXIT
011450     END-IF
011451     MOVE OP-ACCOUNT-RATE TO OP-TO-ACCOUNT-RATE
011452     IF OP-AMOUNT > BT-BALANCE
011453         DISPLAY 'Loan payment rejected - it exceeds the '
011454             'principal outstanding of ' BT-BALANCE '.'
011455         MOVE 'INV' TO OP-RESULT-CODE
011456         GO TO 4500-POST-LOAN-PAYMENT-EXIT
011457     END-IF
011458
011459     PERFORM 8500-SUM-OPEN-HOLDS THRU 8500-SUM-OPEN-HOLDS-EXIT
011460     IF AB-BALANCE - OP-HOLD-TOTAL - OP-AMOUNT
011461             < (ZERO - AB-OD-LIMIT)
011462         DISPLAY 'Insufficient available funds for this loan '
011463             'payment - open holds and the overdraft limit '
011464             'applied.'
011465         MOVE 'NSF' TO OP-RESULT-CODE
011466         GO TO 4500-POST-LOAN-PAYMENT-EXIT
011467     END-IF
011468
011469     SUBTRACT OP-AMOUNT FROM AB-BALANCE
011470     IF AB-BALANCE < ZERO
011471         SET AB-IS-OVERDRAWN TO TRUE
011472     ELSE
011473         SET AB-IS-NOT-OVERDRAWN TO TRUE
011474     END-IF
011475     MOVE 'WRITE' TO OP-FUNCTION-CODE
011476     CALL 'DATA-PROGRAM' USING OP-FUNCTION-CODE
011477         OP-ACCOUNT-ID AB-BALANCE OP-STATUS-CODE
011478         AB-OD-LIMIT AB-OVERDRAWN-FLAG AB-STATUS-FLAG
011479         AB-ACCOUNT-TYPE
011480     END-CALL
011481     IF OP-STATUS-CODE NOT = 'OK '
011482         ADD OP-AMOUNT TO AB-BALANCE
011483         DISPLAY 'Loan payment failed - checking account '
011484             OP-ACCOUNT-ID ' could not be updated.'
011485         MOVE 'ERR' TO OP-RESULT-CODE
011486         GO TO 4500-POST-LOAN-PAYMENT-EXIT
011487     END-IF
011488
011489     SUBTRACT OP-AMOUNT FROM BT-BALANCE
011490     MOVE 'WRITE' TO OP-FUNCTION-CODE
011491     CALL 'DATA-PROGRAM' USING OP-FUNCTION-CODE
011492         OP-TO-ACCOUNT-ID BT-BALANCE OP-STATUS-CODE
011493         BT-OD-LIMIT BT-OVERDRAWN-FLAG BT-STATUS-FLAG
011494         BT-ACCOUNT-TYPE
011495     END-CALL
011496     IF OP-STATUS-CODE NOT = 'OK '
011497         ADD OP-AMOUNT TO AB-BALANCE
011498         IF AB-BALANCE >= ZERO
011499             SET AB-IS-NOT-OVERDRAWN TO TRUE
011500         END-IF
011501         MOVE 'WRITE' TO OP-FUNCTION-CODE
011502         CALL 'DATA-PROGRAM' USING OP-FUNCTION-CODE
011503             OP-ACCOUNT-ID AB-BALANCE OP-STATUS-CODE
011504             AB-OD-LIMIT AB-OVERDRAWN-FLAG
011505             AB-STATUS-FLAG AB-ACCOUNT-TYPE
011506         END-CALL
011507         DISPLAY 'Loan payment failed - loan account could not '
011508             'be updated. Checking account reversed.'
011509         MOVE 'ERR' TO OP-RESULT-CODE
011510         GO TO 4500-POST-LOAN-PAYMENT-EXIT
011511     END-IF
011512
011513     MOVE OP-ACCOUNT-ID TO OP-AUDIT-ACCOUNT-ID
011514     MOVE 'LOANPAY ' TO OP-AUDIT-OPERATION-CODE
011515     MOVE OP-AMOUNT TO OP-AUDIT-AMOUNT
011516     MOVE AB-BALANCE TO OP-AUDIT-BALANCE
011517     MOVE AB-OVERDRAWN-FLAG TO OP-AUDIT-OVERDRAWN-FLAG
011518     IF OP-OPERATOR-ID NOT OMITTED
011519         MOVE OP-OPERATOR-ID TO OP-AUDIT-OPERATOR-ID
011520     ELSE
011521         MOVE SPACES TO OP-AUDIT-OPERATOR-ID
011522     END-IF
011523     PERFORM 5000-WRITE-AUDIT-ENTRY
011524
011525     MOVE OP-TO-ACCOUNT-ID TO OP-AUDIT-ACCOUNT-ID
011526     MOVE 'LOANRCV ' TO OP-AUDIT-OPERATION-CODE
011527     MOVE OP-AMOUNT TO OP-AUDIT-AMOUNT
011528     MOVE BT-BALANCE TO OP-AUDIT-BALANCE
011529     MOVE BT-OVERDRAWN-FLAG TO OP-AUDIT-OVERDRAWN-FLAG
011530     PERFORM 5000-WRITE-AUDIT-ENTRY
011531
011532     DISPLAY 'Loan payment completed. Checking balance: '
011533         AB-BALANCE ' Loan outstanding: ' BT-BALANCE.
011534
011535 4500-POST-LOAN-PAYMENT-EXIT.
011536     EXIT.
011537
011538*****************************************************************
011539* 4600-POST-LOAN-ADVANCE books a new loan's principal: the     *
011540* loan account read at entry goes up by the amount and the     *
011541* customer's checking account in OP-TO-ACCOUNT-ID is credited  *
011542* with it, as one unit.  The checking account must be an       *
011543* active deposit account - not another loan or a term deposit. *
011544* The loan is posted first; if the checking account cannot     *
011545* then be posted, the loan posting is backed out.  Each leg is *
011546* audited under its own code.                                  *
011547*****************************************************************
011548 4600-POST-LOAN-ADVANCE.
011549     MOVE 'READ '  TO OP-FUNCTION-CODE
011550     CALL 'DATA-PROGRAM' USING OP-FUNCTION-CODE
011551         OP-TO-ACCOUNT-ID BT-BALANCE OP-STATUS-CODE
011552         BT-OD-LIMIT BT-OVERDRAWN-FLAG BT-STATUS-FLAG
011553         BT-ACCOUNT-TYPE BT-CURRENCY-CODE
011554     END-CALL
011555     IF OP-STATUS-CODE NOT = 'OK '
011556             OR BT-TYPE-LOAN OR BT-TYPE-TERM-DEPOSIT
011557         DISPLAY 'Loan advance rejected - account '
011558             OP-TO-ACCOUNT-ID ' is not a deposit account on '
011559             'file.'
011560         MOVE 'INV' TO OP-RESULT-CODE
011561         GO TO 4600-POST-LOAN-ADVANCE-EXIT
011562     END-IF
011563     IF NOT BT-IS-ACTIVE
011564         DISPLAY 'Loan advance rejected - account '
011565             OP-TO-ACCOUNT-ID ' is not active (status '
011566             BT-STATUS-FLAG ').'
011567         MOVE 'STA' TO OP-RESULT-CODE
011568         GO TO 4600-POST-LOAN-ADVANCE-EXIT
011569     END-IF
011570     IF BT-CURRENCY-CODE NOT = AB-CURRENCY-CODE
011571         DISPLAY 'Loan advance rejected - account '
011572             OP-TO-ACCOUNT-ID ' is not in the loan''s currency.'
011573         MOVE 'CUR' TO OP-RESULT-CODE
011574         GO TO 4600-POST-LOAN-ADVANCE-EXIT
011575     END-IF
011576     MOVE OP-ACCOUNT-RATE TO OP-TO-ACCOUNT-RATE
011577
011578     ADD OP-AMOUNT TO AB-BALANCE
011579     MOVE 'WRITE' TO OP-FUNCTION-CODE
011580     CALL 'DATA-PROGRAM' USING OP-FUNCTION-CODE
011581         OP-ACCOUNT-ID AB-BALANCE OP-STATUS-CODE
011582         AB-OD-LIMIT AB-OVERDRAWN-FLAG AB-STATUS-FLAG
011583         AB-ACCOUNT-TYPE
011584     END-CALL
011585     IF OP-STATUS-CODE NOT = 'OK '
011586         SUBTRACT OP-AMOUNT FROM AB-BALANCE
011587         DISPLAY 'Loan advance failed - loan account '
011588             OP-ACCOUNT-ID ' could not be updated.'
011589         MOVE 'ERR' TO OP-RESULT-CODE
011590         GO TO 4600-POST-LOAN-ADVANCE-EXIT
011591     END-IF
011592
011593     ADD OP-AMOUNT TO BT-BALANCE
011594     IF BT-BALANCE >= ZERO
011595         SET BT-IS-NOT-OVERDRAWN TO TRUE
011596     END-IF
011597     MOVE 'WRITE' TO OP-FUNCTION-CODE
011598     CALL 'DATA-PROGRAM' USING OP-FUNCTION-CODE
011599         OP-TO-ACCOUNT-ID BT-BALANCE OP-STATUS-CODE
011600         BT-OD-LIMIT BT-OVERDRAWN-FLAG BT-STATUS-FLAG
011601         BT-ACCOUNT-TYPE
011602     END-CALL
011603     IF OP-STATUS-CODE NOT = 'OK '
011604         SUBTRACT OP-AMOUNT FROM AB-BALANCE
011605         MOVE 'WRITE' TO OP-FUNCTION-CODE
011606         CALL 'DATA-PROGRAM' USING OP-FUNCTION-CODE
011607             OP-ACCOUNT-ID AB-BALANCE OP-STATUS-CODE
011608             AB-OD-LIMIT AB-OVERDRAWN-FLAG
011609             AB-STATUS-FLAG AB-ACCOUNT-TYPE
011610         END-CALL
011611         DISPLAY 'Loan advance failed - checking account could '
011612             'not be updated. Loan account reversed.'
011613         MOVE 'ERR' TO OP-RESULT-CODE
011614         GO TO 4600-POST-LOAN-ADVANCE-EXIT
011615     END-IF
011616
011617     MOVE OP-ACCOUNT-ID TO OP-AUDIT-ACCOUNT-ID
011618     MOVE 'LOANDISB' TO OP-AUDIT-OPERATION-CODE
011619     MOVE OP-AMOUNT TO OP-AUDIT-AMOUNT
011620     MOVE AB-BALANCE TO OP-AUDIT-BALANCE
011621     MOVE AB-OVERDRAWN-FLAG TO OP-AUDIT-OVERDRAWN-FLAG
011622     IF OP-OPERATOR-ID NOT OMITTED
011623         MOVE OP-OPERATOR-ID TO OP-AUDIT-OPERATOR-ID
011624     ELSE
011625         MOVE SPACES TO OP-AUDIT-OPERATOR-ID
011626     END-IF
011627     PERFORM 5000-WRITE-AUDIT-ENTRY
011628
011629     MOVE OP-TO-ACCOUNT-ID TO OP-AUDIT-ACCOUNT-ID
011630     MOVE 'LOANADV ' TO OP-AUDIT-OPERATION-CODE
011631     MOVE OP-AMOUNT TO OP-AUDIT-AMOUNT
011632     MOVE BT-BALANCE TO OP-AUDIT-BALANCE
011633     MOVE BT-OVERDRAWN-FLAG TO OP-AUDIT-OVERDRAWN-FLAG
011634     PERFORM 5000-WRITE-AUDIT-ENTRY
011635
011636     DISPLAY 'Loan advance completed. Loan outstanding: '
011637         AB-BALANCE ' Checking balance: ' BT-BALANCE.
011638
011639 4600-POST-LOAN-ADVANCE-EXIT.
011640     EXIT.
011641
011642*****************************************************************
011643* 5000-WRITE-AUDIT-ENTRY appends one dated, sequential entry   *
011644* to AUDIT-TRAIL-FILE for the posting staged in OP-AUDIT-AREA, *
011645* including the supervisor ID when one was required.           *
011646* The entry's currency and home rate are those of whichever    *
011647* account it names; the currency block is left blank for a     *
011648* home-currency entry with no conversion on it.  Every entry   *
011649* after the first in one call is keyed at the branch           *
011650* AUDIT-CHAIN stamped the first with, so both legs of a        *
011651* transfer book clearing at one branch.                        *
011652*****************************************************************
011653 5000-WRITE-AUDIT-ENTRY.
011654     PERFORM 1570-INITIALIZE-AUDIT-SEQUENCE
011655     ADD 1 TO AT-RUN-SEQUENCE-NO
011656     MOVE AT-RUN-SEQUENCE-NO TO AT-SEQUENCE-NO
011657     MOVE AT-TODAY-DATE TO AT-TRAN-DATE
011658     ACCEPT AT-TRAN-TIME FROM TIME
011659     MOVE OP-AUDIT-ACCOUNT-ID TO AT-ACCOUNT-ID
011660     MOVE OP-AUDIT-OPERATION-CODE TO AT-OPERATION-CODE
011661     MOVE OP-AUDIT-AMOUNT TO AT-AMOUNT
011662     MOVE OP-AUDIT-BALANCE TO AT-RESULTING-BALANCE
011663     MOVE OP-AUDIT-OVERDRAWN-FLAG TO AT-OVERDRAWN-FLAG
011664     IF OP-AUDIT-ACCOUNT-ID = OP-ACCOUNT-ID
011665         MOVE AB-CURRENCY-CODE TO OP-AUDIT-CURRENCY-CODE
011666         MOVE OP-ACCOUNT-RATE TO OP-AUDIT-HOME-RATE
011667     ELSE
011668         MOVE BT-CURRENCY-CODE TO OP-AUDIT-CURRENCY-CODE
011669         MOVE OP-TO-ACCOUNT-RATE TO OP-AUDIT-HOME-RATE
011670     END-IF
011671     IF OP-AUDIT-CURRENCY-CODE = SPACES
011672         MOVE OP-AUDIT-AMOUNT TO OP-AUDIT-HOME-AMOUNT
011673     ELSE
011674         COMPUTE OP-AUDIT-HOME-AMOUNT ROUNDED =
011675             OP-AUDIT-AMOUNT * OP-AUDIT-HOME-RATE
011676     END-IF
011677     IF OP-AUDIT-HOME-AMOUNT > OP-LARGE-DEBIT-LIMIT
011680             OR OP-OPERATION-CODE = 'SETOD   '
011690             OR OP-OPERATION-CODE = 'SETST   '
011700             OR OP-OPERATION-CODE = 'HOLD    '
011710             OR OP-OPERATION-CODE = 'RELHOLD '
011720             OR OP-OPERATION-CODE = 'REVERSE '
011722             OR OP-OPERATION-CODE = 'ESCHEAT '
011724             OR OP-TERM-OVERRIDE
011726             OR OP-LIMIT-OVERRIDE
011730         IF OP-SUPERVISOR-ID NOT OMITTED
011740             MOVE OP-SUPERVISOR-ID TO AT-SUPERVISOR-ID
011750         ELSE
011820     MOVE OP-AUDIT-ORIG-DATE TO AT-ORIG-DATE
011830     MOVE OP-AUDIT-ORIG-SEQ TO AT-ORIG-SEQ
011840     MOVE ZERO TO OP-AUDIT-ORIG-DATE
011843     MOVE ZERO TO OP-AUDIT-ORIG-SEQ
011846     MOVE SPACES TO AT-CURRENCY-BLOCK AT-BRANCH-BLOCK
011849     MOVE OP-KEYED-BRANCH TO AT-BRANCH-CODE
011852     IF OP-AUDIT-CURRENCY-CODE NOT = SPACES
011853             OR OP-AUDIT-EXCHANGE-RATE NOT = ZERO
011854         MOVE OP-AUDIT-CURRENCY-CODE TO AT-CURRENCY-CODE
011855         MOVE OP-AUDIT-HOME-RATE TO AT-HOME-RATE
011856         MOVE OP-AUDIT-COUNTER-AMOUNT TO AT-COUNTER-AMOUNT
011857         MOVE OP-AUDIT-COUNTER-CURRENCY TO AT-COUNTER-CURRENCY
011858         MOVE OP-AUDIT-EXCHANGE-RATE TO AT-EXCHANGE-RATE
011859     END-IF
011860     MOVE ZERO TO OP-AUDIT-COUNTER-AMOUNT
011861     MOVE SPACES TO OP-AUDIT-COUNTER-CURRENCY
011862     MOVE ZERO TO OP-AUDIT-EXCHANGE-RATE
011863     MOVE 'STAMP' TO OP-CHAIN-FUNCTION-CODE
011864     CALL 'AUDIT-CHAIN' USING OP-CHAIN-FUNCTION-CODE
011865         AUDIT-TRAIL-RECORD
011866     END-CALL
011868     MOVE AT-BRANCH-CODE TO OP-KEYED-BRANCH
011869
011870     OPEN EXTEND AUDIT-TRAIL-FILE
011880     IF NOT AT-FILE-STATUS = '00' AND NOT AT-FILE-STATUS = '05'
011890         CLOSE AUDIT-TRAIL-FILE
012740* offsetting movement is posted to the account it was made     *
012750* against, and the audit entry is written under a code naming  *
012760* the original's kind - REVCR for a CREDIT, REVDB for a DEBIT, *
012770* REVIN for INTEREST, REVTI for TRANSIN, REVTO for TRANSOUT,   *
012780* REVFE for FEE, REVIW for INWARD, REVTW for TAXWH - so the GL *
012790* extract can book the exact opposite of the original's ledger *
012800* pair.  An entry already named by any of these reversal       *
012810* entries cannot be reversed again, and a reversal entry       *
012820* itself cannot be reversed - corrections must look like       *
012825* corrections, not new business.                               *
012830*****************************************************************
012840 7000-POST-REVERSAL.
012850     IF OP-ORIG-DATE OMITTED OR OP-ORIG-SEQ OMITTED
013200             MOVE 'REVTI   ' TO OP-AUDIT-OPERATION-CODE
013210             PERFORM 7300-REVERSE-CREDIT-SIDE THRU
013220                 7300-REVERSE-CREDIT-SIDE-EXIT
013222         WHEN 'INWARD  '
013224             MOVE 'REVIW   ' TO OP-AUDIT-OPERATION-CODE
013226             PERFORM 7300-REVERSE-CREDIT-SIDE THRU
013228                 7300-REVERSE-CREDIT-SIDE-EXIT
013230         WHEN 'DEBIT   '
013240             MOVE 'REVDB   ' TO OP-AUDIT-OPERATION-CODE
013250             PERFORM 7400-REVERSE-DEBIT-SIDE
013280             PERFORM 7400-REVERSE-DEBIT-SIDE
013290         WHEN 'FEE     '
013300             MOVE 'REVFE   ' TO OP-AUDIT-OPERATION-CODE
013302             PERFORM 7400-REVERSE-DEBIT-SIDE
013304         WHEN 'TAXWH   '
013306             MOVE 'REVTW   ' TO OP-AUDIT-OPERATION-CODE
013310             PERFORM 7400-REVERSE-DEBIT-SIDE
013320         WHEN OTHER
013330             DISPLAY 'OPERATIONS: entry ' OP-ORIG-DATE '/'
014170             OR SC-OPERATION-CODE = 'REVIN   '
014180             OR SC-OPERATION-CODE = 'REVTI   '
014190             OR SC-OPERATION-CODE = 'REVFE   '
014195             OR SC-OPERATION-CODE = 'REVIW   '
014197             OR SC-OPERATION-CODE = 'REVTW   '
014200             OR SC-OPERATION-CODE = 'REVTO   ')
014210             AND SC-ORIG-DATE = OP-ORIG-DATE
014220             AND SC-ORIG-SEQ = OP-ORIG-SEQ
014300* 7300-REVERSE-CREDIT-SIDE backs a credit-side original out of *
014310* the account - the money leaves again, subject to the same    *
014320* overdraft limit a DEBIT faces - and writes the audit entry   *
014330* under the code the caller staged (REVCR, REVIN, REVTI, or    *
014340* REVIW) naming the original entry.                            *
014350*****************************************************************
014360 7300-REVERSE-CREDIT-SIDE.
014370     IF AB-BALANCE - RV-ORIG-AMOUNT < (ZERO - AB-OD-LIMIT)
014540*****************************************************************
014550* 7400-REVERSE-DEBIT-SIDE puts a debit-side original's money   *
014560* back into the account and writes the audit entry under the   *
014570* code the caller staged (REVDB, REVTO, REVFE, or REVTW)       *
014580* naming the original entry.                                   *
014590*****************************************************************
014600 7400-REVERSE-DEBIT-SIDE.
014610     ADD RV-ORIG-AMOUNT TO AB-BALANCE
