000220*                  GLEXTRACT; completion is recorded only when *
000225*                  the extract balanced and was written, so an *
000230*                  out-of-balance night blocks AUDIT-ROLLOVER. *
000231* 10/15/2026  RLM  INWARD entries book the new inward-clearing *
000232*                  ledger account against customer deposits,   *
000235*                  and REVIW books the exact opposite.         *
000238* 10/15/2026  RLM  CHEQUE entries book customer deposits       *
000240*                  against the new cheque-clearing ledger      *
000241*                  account, the clearing house's settlement    *
000242*                  for the cheques paid.                       *
000243* 10/15/2026  RLM  Installment loans book to the new loans-    *
000244*                  receivable and loan interest-income ledger  *
000245*                  accounts: LOANINT charges interest to the   *
000246*                  loan, and the two legs of a loan advance    *
000247*                  (LOANDISB/LOANADV) and of a repayment       *
000248*                  (LOANPAY/LOANRCV) each book against transfer*
000249*                  clearing, like TRANSOUT/TRANSIN.  Summary   *
000250*                  table grown to match.                       *
000251* 10/15/2026  RLM  TAXWH entries - backup withholding taken    *
000252*                  off a customer's interest - book customer   *
000253*                  deposits against the new tax-payable ledger *
000254*                  account, owed to the tax authority, and     *
000255*                  REVTW books the exact opposite.             *
000256* 10/15/2026  RLM  ESCHEAT entries - a dormant balance         *
000257*                  remitted to the state as unclaimed property *
000258*                  - book customer deposits against the new    *
000259*                  unclaimed-property ledger account, held     *
000260*                  until the state is paid.                    *
000261* 10/15/2026  RLM  Entries are now summarised by ledger account*
000262*                  and currency.  Each detail line carries its *
000263*                  currency and home-currency equivalent, a C  *
000264*                  control record per currency gives that      *
000265*                  currency's debit and credit totals, and the *
000266*                  trailer totals are in home currency.  Each  *
000267*                  night's foreign customer-deposit movement is*
000268*                  added to the FXPOSN position file for       *
000269*                  FX-REVALUATION.                             *
000270* 10/15/2026  RLM  Entries are now summarised by branch as     *
000271*                  well: each leg books at the branch of the   *
000272*                  account it moves, a cash or                 *
000273*                  transfer-clearing leg at the branch it was  *
000274*                  keyed at.  A posting whose legs fall at two *
000275*                  branches books the due-to/due-from pair     *
000276*                  between them.  Detail lines carry the       *
000277*                  branch, a B control record per branch gives *
000278*                  its totals for the branch manager to sign   *
000279*                  off, and each branch must balance on its    *
000280*                  own.  BRANCHXF and BRANCHLN move an         *
000281*                  account's balance from one branch to        *
000282*                  another.                                    *
000283*****************************************************************
000284*
000285*****************************************************************
000286* GL-EXTRACT is the nightly general-ledger interface job.  It  *
000287* reads the day's entries off AUDIT-TRAIL-FILE, maps each      *
000290* operation code to its ledger accounts - every posting books  *
000300* one debit and one credit of the same amount - summarizes by  *
000310* ledger account, and writes GL-POSTING-FILE with a header     *
000330* trailer whose debit and credit totals must agree.  An        *
000340* extract that does not balance is reported loudly and no      *
000350* posting file is handed downstream.                           *
000351*                                                              *
000352* Each entry books in its account's currency, so every currency*
000353* balances on its own.  Summary slots are kept per ledger      *
000354* account and currency; each detail line also carries the home-*
000355* currency equivalent at the rate the entry posted at, a C     *
000356* control record per currency carries that currency's totals,  *
000357* and the trailer totals are in home currency.  Customer-      *
000358* deposit movement in a foreign currency is added to the       *
000360* position file (FXPOSN) that FX-REVALUATION restates at each  *
000362* month end against 510100 FX REVALUATION.                     *
000363*                                                              *
000364* Summary slots are kept per branch as well.  A leg on CASH    *
000365* books at the branch the entry was keyed at - the drawer that *
000366* took or paid the money - and so does a leg on TRANSFER       *
000367* CLEARING, whose two legs OPERATIONS keys at one branch;      *
000368* every other leg books at the branch the account is held at.  *
000369* When the two legs of a posting fall at different branches,   *
000370* the debit branch owes the credit branch: CR 250100 DUE TO    *
000371* BRANCHES at the debit branch and DR 150100 DUE FROM BRANCHES *
000372* at the credit branch keep each branch in balance on its own, *
000373* and a B control record per branch carries its home-currency  *
000374* totals.  A branch transfer (BRANCHXF, BRANCHLN for a loan)   *
000375* moves the account's balance off the old branch's ledger and  *
000376* onto the new one's; an overdrawn deposit or a loan moves the *
000377* other way round.                                             *
000378*                                                               *
000379* LEDGER ACCOUNTS USED:                                         *
000380*   100100  CASH                                                *
000390*   100200  TRANSFER CLEARING                                   *
000400*   200100  CUSTOMER DEPOSITS                                   *
000410*   400100  INTEREST EXPENSE                                    *
000412*   500100  FEE INCOME                                           *
000414*   100300  PAYMENT CLEARING                                       *
000417*   100400  INWARD CLEARING                                     *
000419*   100500  CHEQUE CLEARING                                     *
000421*   120100  LOANS RECEIVABLE                                    *
000423*   410100  LOAN INTEREST INCOME                                *
000424*   230100  TAX WITHHELD PAYABLE                                *
000425*   240100  UNCLAIMED PROPERTY PAYABLE                          *
000426*   510100  FX REVALUATION (BOOKED BY FX-REVALUATION)           *
000427*   150100  DUE FROM BRANCHES                                   *
000428*   250100  DUE TO BRANCHES                                     *
000429*                                                               *
000430*   CREDIT    DR 100100 CASH        CR 200100 DEPOSITS          *
000440*   DEBIT     DR 200100 DEPOSITS    CR 100100 CASH              *
000450*   TRANSIN   DR 100200 CLEARING    CR 200100 DEPOSITS          *
000522*   FEE       DR 200100 DEPOSITS    CR 500100 FEE INCOME        *
000524*   REVFE     DR 500100 FEE INCOME  CR 200100 DEPOSITS          *
000526*   PAYMENT   DR 200100 DEPOSITS    CR 100300 PAY CLEARING      *
000527*   INWARD    DR 100400 INW CLR     CR 200100 DEPOSITS          *
000528*   REVIW     DR 200100 DEPOSITS    CR 100400 INW CLR           *
000529*   CHEQUE    DR 200100 DEPOSITS    CR 100500 CHQ CLR           *
000530*   LOANDISB  DR 120100 LOANS       CR 100200 CLEARING          *
000531*   LOANADV   DR 100200 CLEARING    CR 200100 DEPOSITS          *
000532*   LOANINT   DR 120100 LOANS       CR 410100 LOAN INT          *
000533*   LOANPAY   DR 200100 DEPOSITS    CR 100200 CLEARING          *
000534*   LOANRCV   DR 100200 CLEARING    CR 120100 LOANS             *
000535*   TAXWH     DR 200100 DEPOSITS    CR 230100 TAX PAYABLE       *
000536*   REVTW     DR 230100 TAX PAYABLE CR 200100 DEPOSITS          *
000537*   ESCHEAT   DR 200100 DEPOSITS    CR 240100 UNCLAIMED         *
000539*   BRANCHXF  DR 200100 OLD BRANCH  CR 200100 NEW BRANCH        *
000541*   BRANCHLN  DR 120100 NEW BRANCH  CR 120100 OLD BRANCH        *
000543*****************************************************************
000545 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000610     SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630
000632     SELECT FX-POSITION-FILE ASSIGN TO "FXPOSN"
000634         ORGANIZATION IS LINE SEQUENTIAL
000636         FILE STATUS IS FP-FILE-STATUS.
000638
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  AUDIT-TRAIL-FILE.
000700 FD  GL-POSTING-FILE.
000710 01  GL-POSTING-LINE              PIC X(80).
000720
000722 FD  FX-POSITION-FILE.
000724 01  FX-POSITION-RECORD.
000726     COPY FXPOSREC.
000728
000730 WORKING-STORAGE SECTION.
000740 01  AT-FILE-STATUS               PIC X(02) VALUE '00'.
000745 01  FP-FILE-STATUS               PIC X(02) VALUE '00'.
000750
000760 01  GL-SWITCHES.
000770     05  GL-AUDIT-EOF-SW          PIC X(01) VALUE 'N'.
000780         88  GL-AUDIT-EOF                  VALUE 'Y'.
000790     05  GL-ENTRY-FOUND-SW        PIC X(01) VALUE 'N'.
000800         88  GL-ENTRY-FOUND                 VALUE 'Y'.
000801     05  GL-REFUSED-SW            PIC X(01) VALUE 'N'.
000802         88  GL-EXTRACT-REFUSED             VALUE 'Y'.
000803     05  GL-UNBALANCED-SW         PIC X(01) VALUE 'N'.
000804         88  GL-CURRENCY-UNBALANCED         VALUE 'Y'.
000805     05  GL-POSITION-EOF-SW       PIC X(01) VALUE 'N'.
000806         88  GL-POSITION-EOF                VALUE 'Y'.
000807     05  GL-APPLIED-SW            PIC X(01) VALUE 'N'.
000808         88  GL-POSITIONS-APPLIED           VALUE 'Y'.
000811     05  GL-BR-UNBALANCED-SW      PIC X(01) VALUE 'N'.
000814         88  GL-BRANCH-UNBALANCED           VALUE 'Y'.
000817
000820 01  GL-CONSTANTS.
000830     05  GL-CASH-ACCOUNT          PIC 9(06) VALUE 100100.
000840     05  GL-CLEARING-ACCOUNT      PIC 9(06) VALUE 100200.
000860     05  GL-INTEREST-ACCOUNT      PIC 9(06) VALUE 400100.
000862     05  GL-FEE-INCOME-ACCOUNT    PIC 9(06) VALUE 500100.
000864     05  GL-PAYMENT-ACCOUNT       PIC 9(06) VALUE 100300.
000867     05  GL-INWARD-ACCOUNT        PIC 9(06) VALUE 100400.
000869     05  GL-CHEQUE-ACCOUNT        PIC 9(06) VALUE 100500.
000871     05  GL-LOAN-ACCOUNT          PIC 9(06) VALUE 120100.
000873     05  GL-LOAN-INTEREST-ACCOUNT PIC 9(06) VALUE 410100.
000874     05  GL-TAX-PAYABLE-ACCOUNT   PIC 9(06) VALUE 230100.
000875     05  GL-UNCLAIMED-ACCOUNT     PIC 9(06) VALUE 240100.
000876     05  GL-DUE-FROM-ACCOUNT      PIC 9(06) VALUE 150100.
000877     05  GL-DUE-TO-ACCOUNT        PIC 9(06) VALUE 250100.
000878
000880 01  GL-TODAY                     PIC 9(08).
000890 01  GL-BD-FUNCTION-CODE          PIC X(05).
000892 01  GL-RUN-FUNCTION-CODE         PIC X(05).
000894 01  GL-RUN-STEP-NAME             PIC X(12) VALUE
000896     'GLEXTRACT   '.
000898 01  GL-RUN-STATUS-CODE           PIC X(03).
000899 01  GL-FX-FUNCTION-CODE          PIC X(05).
000900 01  GL-FX-CURRENCY               PIC X(03).
000901 01  GL-FX-RATE                   PIC 9(05)V9(06).
000902 01  GL-FX-STATUS-CODE            PIC X(03).
000903 01  GL-HOME-CURRENCY             PIC X(03) VALUE SPACES.
000904 01  GL-BR-FUNCTION-CODE          PIC X(05).
000905 01  GL-BRANCH-KEY                PIC X(10) VALUE SPACES.
000906 01  GL-BRANCH-NAME               PIC X(20).
000907 01  GL-HEAD-OFFICE               PIC X(03) VALUE SPACES.
000908
000910 01  GL-COUNTERS.
000920     05  GL-POSTING-COUNT         PIC 9(06) VALUE ZERO.
000930     05  GL-SUMMARY-COUNT         PIC 9(04) VALUE ZERO COMP.
000933     05  GL-CURRENCY-COUNT        PIC 9(04) VALUE ZERO COMP.
000936     05  GL-POSITION-COUNT        PIC 9(04) VALUE ZERO COMP.
000938     05  GL-BRANCH-COUNT          PIC 9(04) VALUE ZERO COMP.
000940     05  GL-DETAIL-COUNT          PIC 9(06) VALUE ZERO.
000950
000960 01  GL-WORK-AREAS.
000970     05  GL-DR-ACCOUNT            PIC 9(06).
000980     05  GL-CR-ACCOUNT            PIC 9(06).
000990     05  GL-LOOKUP-ACCOUNT        PIC 9(06).
000991     05  GL-DR-BRANCH             PIC X(03).
000992     05  GL-CR-BRANCH             PIC X(03).
000993     05  GL-LOOKUP-BRANCH         PIC X(03).
000994     05  GL-KEYED-BRANCH          PIC X(03).
000995     05  GL-ACCOUNT-BRANCH        PIC X(03).
000996     05  GL-PRIOR-BRANCH          PIC X(03).
000997     05  GL-ENTRY-CURRENCY        PIC X(03).
000998     05  GL-HOME-AMOUNT           PIC S9(11)V99.
001000     05  GL-DEBIT-TOTAL           PIC S9(12)V99 VALUE ZERO.
001010     05  GL-CREDIT-TOTAL          PIC S9(12)V99 VALUE ZERO.
001020
001021*****************************************************************
001022* One summary slot per ledger account, currency and branch     *
001023* booked.  The amounts are in the slot's currency, the home    *
001024* amounts their equivalent at the rates the entries posted     *
001025* at.                                                          *
001026*****************************************************************
001030 01  GL-SUMMARY-TABLE.
001040     05  GL-SUMMARY-ENTRY OCCURS 720 TIMES
001050             INDEXED BY GL-SUMMARY-IDX.
001060         10  GL-S-ACCOUNT         PIC 9(06).
001065         10  GL-S-CURRENCY        PIC X(03).
001067         10  GL-S-BRANCH          PIC X(03).
001068         10  GL-S-DEBIT-AMOUNT    PIC S9(12)V99.
001069         10  GL-S-CREDIT-AMOUNT   PIC S9(12)V99.
001070         10  GL-S-DEBIT-HOME      PIC S9(12)V99.
001071         10  GL-S-CREDIT-HOME     PIC S9(12)V99.
001072
001073*****************************************************************
001074* One control slot per currency booked, for the C records and  *
001075* the per-currency balance check.                              *
001076*****************************************************************
001077 01  GL-CURRENCY-TABLE.
001078     05  GL-CURRENCY-ENTRY OCCURS 50 TIMES
001079             INDEXED BY GL-CURRENCY-IDX.
001080         10  GL-C-CURRENCY        PIC X(03).
001081         10  GL-C-DEBIT-TOTAL     PIC S9(12)V99.
001082         10  GL-C-CREDIT-TOTAL    PIC S9(12)V99.
001083
001084*****************************************************************
001085* One control slot per branch booked, for the B records and    *
001086* the per-branch balance check.  The totals are in home        *
001087* currency.                                                    *
001088*****************************************************************
001089 01  GL-BRANCH-TABLE.
001090     05  GL-BRANCH-ENTRY OCCURS 10 TIMES
001091             INDEXED BY GL-BRANCH-IDX.
001092         10  GL-B-BRANCH          PIC X(03).
001093         10  GL-B-DEBIT-TOTAL     PIC S9(12)V99.
001094         10  GL-B-CREDIT-TOTAL    PIC S9(12)V99.
001095
001096*****************************************************************
001097* The position file, loaded whole, with tonight's foreign      *
001098* customer-deposit movement added, then written back.          *
001099*****************************************************************
001100 01  GL-POSITION-TABLE.
001101     05  GL-POSITION-ENTRY OCCURS 50 TIMES
001102             INDEXED BY GL-POSITION-IDX.
001103         10  GL-P-CURRENCY        PIC X(03).
001104         10  GL-P-POSITION        PIC S9(11)V99.
001105         10  GL-P-BOOK-VALUE      PIC S9(11)V99.
001106         10  GL-P-REVAL-DATE      PIC 9(08).
001107         10  GL-P-REVAL-RATE      PIC 9(05)V9(06).
001108
001109 01  GL-HEADER-RECORD.
001110     05  FILLER                   PIC X(01) VALUE 'H'.
001120     05  FILLER                   PIC X(01) VALUE SPACE.
001130     05  GL-H-EXTRACT-DATE        PIC 9(08).
001133     05  FILLER                   PIC X(01) VALUE SPACE.
001136     05  GL-H-HOME-CURRENCY       PIC X(03).
001140
001150 01  GL-DETAIL-RECORD.
001160     05  FILLER                   PIC X(01) VALUE 'D'.
001180     05  GL-D-ACCOUNT             PIC 9(06).
001190     05  FILLER                   PIC X(01) VALUE SPACE.
001200     05  GL-D-SIDE                PIC X(01).
001201     05  FILLER                   PIC X(01) VALUE SPACE.
001202     05  GL-D-AMOUNT              PIC 9(12).99.
001203     05  FILLER                   PIC X(01) VALUE SPACE.
001204     05  GL-D-CURRENCY            PIC X(03).
001205     05  FILLER                   PIC X(01) VALUE SPACE.
001206     05  GL-D-HOME-AMOUNT         PIC 9(12).99.
001207     05  FILLER                   PIC X(01) VALUE SPACE.
001208     05  GL-D-BRANCH              PIC X(03).
001209
001210 01  GL-CONTROL-RECORD.
001211     05  FILLER                   PIC X(01) VALUE 'C'.
001212     05  FILLER                   PIC X(01) VALUE SPACE.
001213     05  GL-C-R-CURRENCY          PIC X(03).
001214     05  FILLER                   PIC X(01) VALUE SPACE.
001215     05  GL-C-R-DEBIT-TOTAL       PIC 9(12).99.
001216     05  FILLER                   PIC X(01) VALUE SPACE.
001217     05  GL-C-R-CREDIT-TOTAL      PIC 9(12).99.
001218
001219 01  GL-BRANCH-CONTROL-RECORD.
001220     05  FILLER                   PIC X(01) VALUE 'B'.
001221     05  FILLER                   PIC X(01) VALUE SPACE.
001222     05  GL-B-R-BRANCH            PIC X(03).
001223     05  FILLER                   PIC X(01) VALUE SPACE.
001224     05  GL-B-R-DEBIT-TOTAL       PIC 9(12).99.
001225     05  FILLER                   PIC X(01) VALUE SPACE.
001226     05  GL-B-R-CREDIT-TOTAL      PIC 9(12).99.
001230
001240 01  GL-TRAILER-RECORD.
001250     05  FILLER                   PIC X(01) VALUE 'T'.
001360     CALL 'BUSDATE-PROGRAM' USING GL-BD-FUNCTION-CODE GL-TODAY
001370     END-CALL
001380
001382     PERFORM 1600-GET-HOME-CURRENCY
001383     PERFORM 1650-GET-HEAD-OFFICE
001384     PERFORM 1500-LOAD-FX-POSITIONS THRU
001386         1500-LOAD-FX-POSITIONS-EXIT
001390     PERFORM 1000-SUMMARIZE-POSTINGS
001392     SET GL-CURRENCY-IDX TO 1
001393     PERFORM 1700-CHECK-CURRENCY-BALANCE THRU
001394         1700-CHECK-CURRENCY-BALANCE-EXIT
001395         UNTIL GL-CURRENCY-IDX > GL-CURRENCY-COUNT
001396     SET GL-BRANCH-IDX TO 1
001397     PERFORM 1750-CHECK-BRANCH-BALANCE THRU
001398         1750-CHECK-BRANCH-BALANCE-EXIT
001399         UNTIL GL-BRANCH-IDX > GL-BRANCH-COUNT
001400
001401     IF GL-EXTRACT-REFUSED
001402         DISPLAY 'GL-EXTRACT: no posting file written - '
001403             'investigate before handing anything downstream.'
001404         STOP RUN
001405     END-IF
001410     IF GL-DEBIT-TOTAL NOT = GL-CREDIT-TOTAL
001415             OR GL-CURRENCY-UNBALANCED
001417             OR GL-BRANCH-UNBALANCED
001420         DISPLAY 'GL-EXTRACT: *** OUT OF BALANCE *** debits '
001430             GL-DEBIT-TOTAL ' credits ' GL-CREDIT-TOTAL
001440         DISPLAY 'GL-EXTRACT: no posting file written - '
001450             'investigate before handing anything downstream.'
001460     ELSE
001470         PERFORM 2000-WRITE-POSTING-FILE
001473         PERFORM 3000-WRITE-FX-POSITIONS THRU
001476             3000-WRITE-FX-POSITIONS-EXIT
001480         DISPLAY 'GL-EXTRACT: ' GL-POSTING-COUNT
001490             ' posting(s) extracted, debits ' GL-DEBIT-TOTAL
001500             ' = credits ' GL-CREDIT-TOTAL '.'
001540*****************************************************************
001550* 1000-SUMMARIZE-POSTINGS reads every audit trail entry dated  *
001560* today and books its debit and credit sides into the summary  *
001570* table by ledger account, currency and branch.                *
001580*****************************************************************
001590 1000-SUMMARIZE-POSTINGS.
001600     OPEN INPUT AUDIT-TRAIL-FILE
001870* 1020-BOOK-ENTRY maps today's entry to its debit and credit   *
001880* ledger accounts and books both sides, then reads the next    *
001890* entry.  Entries that move no money (TOTAL, SETOD, SETST)     *
001900* book nothing.  The entry's currency is its account's - blank *
001903* means home - and its home amount is converted at the rate    *
001906* stamped on it when it posted.                                *
001910*****************************************************************
001920 1020-BOOK-ENTRY.
001930     IF AT-TRAN-DATE = GL-TODAY
002231             WHEN 'PAYMENT '
002232                 MOVE GL-DEPOSIT-ACCOUNT TO GL-DR-ACCOUNT
002233                 MOVE GL-PAYMENT-ACCOUNT TO GL-CR-ACCOUNT
002234             WHEN 'INWARD  '
002235                 MOVE GL-INWARD-ACCOUNT TO GL-DR-ACCOUNT
002236                 MOVE GL-DEPOSIT-ACCOUNT TO GL-CR-ACCOUNT
002237             WHEN 'REVIW   '
002238                 MOVE GL-DEPOSIT-ACCOUNT TO GL-DR-ACCOUNT
002239                 MOVE GL-INWARD-ACCOUNT TO GL-CR-ACCOUNT
002240             WHEN 'CHEQUE  '
002241                 MOVE GL-DEPOSIT-ACCOUNT TO GL-DR-ACCOUNT
002242                 MOVE GL-CHEQUE-ACCOUNT TO GL-CR-ACCOUNT
002243             WHEN 'LOANDISB'
002244                 MOVE GL-LOAN-ACCOUNT TO GL-DR-ACCOUNT
002245                 MOVE GL-CLEARING-ACCOUNT TO GL-CR-ACCOUNT
002246             WHEN 'LOANADV '
002247                 MOVE GL-CLEARING-ACCOUNT TO GL-DR-ACCOUNT
002248                 MOVE GL-DEPOSIT-ACCOUNT TO GL-CR-ACCOUNT
002249             WHEN 'LOANRCV '
002250                 MOVE GL-CLEARING-ACCOUNT TO GL-DR-ACCOUNT
002251                 MOVE GL-LOAN-ACCOUNT TO GL-CR-ACCOUNT
002254             WHEN 'LOANINT '
002255                 MOVE GL-LOAN-ACCOUNT TO GL-DR-ACCOUNT
002256                 MOVE GL-LOAN-INTEREST-ACCOUNT TO GL-CR-ACCOUNT
002257             WHEN 'LOANPAY '
002258                 MOVE GL-DEPOSIT-ACCOUNT TO GL-DR-ACCOUNT
002259                 MOVE GL-CLEARING-ACCOUNT TO GL-CR-ACCOUNT
002260             WHEN 'TAXWH   '
002261                 MOVE GL-DEPOSIT-ACCOUNT TO GL-DR-ACCOUNT
002262                 MOVE GL-TAX-PAYABLE-ACCOUNT TO GL-CR-ACCOUNT
002263             WHEN 'REVTW   '
002264                 MOVE GL-TAX-PAYABLE-ACCOUNT TO GL-DR-ACCOUNT
002265                 MOVE GL-DEPOSIT-ACCOUNT TO GL-CR-ACCOUNT
002266             WHEN 'ESCHEAT '
002267                 MOVE GL-DEPOSIT-ACCOUNT TO GL-DR-ACCOUNT
002268                 MOVE GL-UNCLAIMED-ACCOUNT TO GL-CR-ACCOUNT
002269             WHEN 'BRANCHXF'
002270                 MOVE GL-DEPOSIT-ACCOUNT TO GL-DR-ACCOUNT
002271                 MOVE GL-DEPOSIT-ACCOUNT TO GL-CR-ACCOUNT
002272             WHEN 'BRANCHLN'
002273                 MOVE GL-LOAN-ACCOUNT TO GL-DR-ACCOUNT
002274                 MOVE GL-LOAN-ACCOUNT TO GL-CR-ACCOUNT
002275             WHEN OTHER
002276                 CONTINUE
002277         END-EVALUATE
002278         IF GL-DR-ACCOUNT NOT = ZERO
002279             ADD 1 TO GL-POSTING-COUNT
002280             PERFORM 1050-SET-ENTRY-CURRENCY THRU
002281                 1050-SET-ENTRY-CURRENCY-EXIT
002282             PERFORM 1060-SET-ENTRY-BRANCHES THRU
002283                 1060-SET-ENTRY-BRANCHES-EXIT
002284             PERFORM 1100-BOOK-DEBIT-SIDE THRU
002285                 1100-BOOK-DEBIT-SIDE-EXIT
002286             PERFORM 1200-BOOK-CREDIT-SIDE THRU
002287                 1200-BOOK-CREDIT-SIDE-EXIT
002288             IF GL-DR-BRANCH NOT = GL-CR-BRANCH
002289                 PERFORM 1250-BOOK-INTER-BRANCH THRU
002290                     1250-BOOK-INTER-BRANCH-EXIT
002291             END-IF
002292             IF GL-ENTRY-CURRENCY NOT = GL-HOME-CURRENCY
002293                     AND NOT GL-POSITIONS-APPLIED
002294                 PERFORM 1400-ADD-POSITION-MOVEMENT THRU
002295                     1400-ADD-POSITION-MOVEMENT-EXIT
002296             END-IF
002300         END-IF
002310     END-IF
002320
002360     EXIT.
002370
002380*****************************************************************
002381* 1050-SET-ENTRY-CURRENCY sets the entry's currency and its    *
002382* home-currency amount.  A foreign entry with no usable rate   *
002383* stamped on it cannot be converted honestly, so the extract   *
002384* is refused rather than guessed at.                           *
002385*****************************************************************
002386 1050-SET-ENTRY-CURRENCY.
002387     IF AT-CURRENCY-CODE = SPACES
002388             OR AT-CURRENCY-CODE = GL-HOME-CURRENCY
002389         MOVE GL-HOME-CURRENCY TO GL-ENTRY-CURRENCY
002390         MOVE AT-AMOUNT TO GL-HOME-AMOUNT
002391         GO TO 1050-SET-ENTRY-CURRENCY-EXIT
002392     END-IF
002393     MOVE AT-CURRENCY-CODE TO GL-ENTRY-CURRENCY
002394     IF AT-HOME-RATE NOT NUMERIC OR AT-HOME-RATE = ZERO
002395         DISPLAY 'GL-EXTRACT: entry ' AT-SEQUENCE-NO
002396             ' in ' AT-CURRENCY-CODE ' carries no rate - '
002397             'cannot be converted to home currency.'
002398         SET GL-EXTRACT-REFUSED TO TRUE
002399         MOVE ZERO TO GL-HOME-AMOUNT
002400         GO TO 1050-SET-ENTRY-CURRENCY-EXIT
002401     END-IF
002402     COMPUTE GL-HOME-AMOUNT ROUNDED = AT-AMOUNT * AT-HOME-RATE.
002403
002404 1050-SET-ENTRY-CURRENCY-EXIT.
002405     EXIT.
002406
002407*****************************************************************
002408* 1060-SET-ENTRY-BRANCHES sets the branch each leg books at.   *
002409* A leg on CASH or TRANSFER CLEARING books at the branch the   *
002410* entry was keyed at, every other leg at the account's branch, *
002411* so a transfer between branches raises the due-to/due-from    *
002412* pair; an entry written before branches were recorded books   *
002413* wholly at the head office.  A branch transfer debits a       *
002414* deposit at its old branch and credits it at its new one -    *
002415* the other way round for a loan or an overdrawn balance,      *
002416* assets to the branch.                                        *
002417*****************************************************************
002418 1060-SET-ENTRY-BRANCHES.
002419     MOVE AT-BRANCH-CODE TO GL-KEYED-BRANCH
002420     IF GL-KEYED-BRANCH = SPACES
002421         MOVE GL-HEAD-OFFICE TO GL-KEYED-BRANCH
002422     END-IF
002423     MOVE AT-ACCOUNT-BRANCH TO GL-ACCOUNT-BRANCH
002424     IF GL-ACCOUNT-BRANCH = SPACES
002425         MOVE GL-KEYED-BRANCH TO GL-ACCOUNT-BRANCH
002426     END-IF
002427
002428     IF AT-OPERATION-CODE = 'BRANCHXF' OR AT-OPERATION-CODE =
002429             'BRANCHLN'
002430         MOVE AT-PRIOR-BRANCH TO GL-PRIOR-BRANCH
002431         IF GL-PRIOR-BRANCH = SPACES
002432             MOVE GL-HEAD-OFFICE TO GL-PRIOR-BRANCH
002433         END-IF
002434         IF (AT-OPERATION-CODE = 'BRANCHLN'
002435                 AND AT-RESULTING-BALANCE NOT < ZERO)
002436             OR (AT-OPERATION-CODE = 'BRANCHXF'
002437                 AND AT-RESULTING-BALANCE < ZERO)
002438             MOVE GL-ACCOUNT-BRANCH TO GL-DR-BRANCH
002439             MOVE GL-PRIOR-BRANCH TO GL-CR-BRANCH
002440         ELSE
002441             MOVE GL-PRIOR-BRANCH TO GL-DR-BRANCH
002442             MOVE GL-ACCOUNT-BRANCH TO GL-CR-BRANCH
002443         END-IF
002444         GO TO 1060-SET-ENTRY-BRANCHES-EXIT
002445     END-IF
002446
002447     IF GL-DR-ACCOUNT = GL-CASH-ACCOUNT
002448             OR GL-DR-ACCOUNT = GL-CLEARING-ACCOUNT
002449         MOVE GL-KEYED-BRANCH TO GL-DR-BRANCH
002450     ELSE
002451         MOVE GL-ACCOUNT-BRANCH TO GL-DR-BRANCH
002452     END-IF
002453     IF GL-CR-ACCOUNT = GL-CASH-ACCOUNT
002454             OR GL-CR-ACCOUNT = GL-CLEARING-ACCOUNT
002455         MOVE GL-KEYED-BRANCH TO GL-CR-BRANCH
002456     ELSE
002457         MOVE GL-ACCOUNT-BRANCH TO GL-CR-BRANCH
002458     END-IF.
002459
002460 1060-SET-ENTRY-BRANCHES-EXIT.
002461     EXIT.
002462
002463*****************************************************************
002464* 1100-BOOK-DEBIT-SIDE adds the entry's amount to the debit    *
002465* total of its debit ledger account in the entry's currency,   *
002466* and to that currency's debit total; the home-currency        *
002467* debit total takes the home amount.                           *
002468*****************************************************************
002469 1100-BOOK-DEBIT-SIDE.
002470     MOVE GL-DR-ACCOUNT TO GL-LOOKUP-ACCOUNT
002471     MOVE GL-DR-BRANCH TO GL-LOOKUP-BRANCH
002472     PERFORM 1300-FIND-SUMMARY-SLOT THRU
002473         1300-FIND-SUMMARY-SLOT-EXIT
002474     IF GL-EXTRACT-REFUSED
002475         GO TO 1100-BOOK-DEBIT-SIDE-EXIT
002476     END-IF
002477     ADD AT-AMOUNT TO GL-S-DEBIT-AMOUNT (GL-SUMMARY-IDX)
002478     ADD GL-HOME-AMOUNT TO GL-S-DEBIT-HOME (GL-SUMMARY-IDX)
002479     ADD AT-AMOUNT TO GL-C-DEBIT-TOTAL (GL-CURRENCY-IDX)
002480     ADD GL-HOME-AMOUNT TO GL-B-DEBIT-TOTAL (GL-BRANCH-IDX)
002481     ADD GL-HOME-AMOUNT TO GL-DEBIT-TOTAL.
002482
002483 1100-BOOK-DEBIT-SIDE-EXIT.
002490     EXIT.
002500
002510*****************************************************************
002520* 1200-BOOK-CREDIT-SIDE adds the entry's amount to the credit  *
002530* total of its credit ledger account in the entry's currency,  *
002533* and to that currency's credit total; the home-currency       *
002536* credit total takes the home amount.                          *
002540*****************************************************************
002550 1200-BOOK-CREDIT-SIDE.
002560     MOVE GL-CR-ACCOUNT TO GL-LOOKUP-ACCOUNT
002570     MOVE GL-CR-BRANCH TO GL-LOOKUP-BRANCH
002571     PERFORM 1300-FIND-SUMMARY-SLOT THRU
002572         1300-FIND-SUMMARY-SLOT-EXIT
002573     IF GL-EXTRACT-REFUSED
002574         GO TO 1200-BOOK-CREDIT-SIDE-EXIT
002576     END-IF
002580     ADD AT-AMOUNT TO GL-S-CREDIT-AMOUNT (GL-SUMMARY-IDX)
002590     ADD GL-HOME-AMOUNT TO GL-S-CREDIT-HOME (GL-SUMMARY-IDX)
002592     ADD AT-AMOUNT TO GL-C-CREDIT-TOTAL (GL-CURRENCY-IDX)
002594     ADD GL-HOME-AMOUNT TO GL-B-CREDIT-TOTAL (GL-BRANCH-IDX)
002596     ADD GL-HOME-AMOUNT TO GL-CREDIT-TOTAL.
002600
002610 1200-BOOK-CREDIT-SIDE-EXIT.
002620     EXIT.
002630
002640*****************************************************************
002641* 1250-BOOK-INTER-BRANCH books the due-to/due-from pair for a  *
002642* posting whose legs fall at two branches: the debit branch    *
002643* credits DUE TO BRANCHES and the credit branch debits DUE     *
002644* FROM BRANCHES, each for the entry's amount, so each branch   *
002645* balances on its own and the pair nets to nothing bank-wide.  *
002646*****************************************************************
002647 1250-BOOK-INTER-BRANCH.
002648     MOVE GL-DUE-TO-ACCOUNT TO GL-LOOKUP-ACCOUNT
002649     MOVE GL-DR-BRANCH TO GL-LOOKUP-BRANCH
002650     PERFORM 1300-FIND-SUMMARY-SLOT THRU
002651         1300-FIND-SUMMARY-SLOT-EXIT
002652     IF GL-EXTRACT-REFUSED
002653         GO TO 1250-BOOK-INTER-BRANCH-EXIT
002654     END-IF
002655     ADD AT-AMOUNT TO GL-S-CREDIT-AMOUNT (GL-SUMMARY-IDX)
002656     ADD GL-HOME-AMOUNT TO GL-S-CREDIT-HOME (GL-SUMMARY-IDX)
002657     ADD AT-AMOUNT TO GL-C-CREDIT-TOTAL (GL-CURRENCY-IDX)
002658     ADD GL-HOME-AMOUNT TO GL-B-CREDIT-TOTAL (GL-BRANCH-IDX)
002659     ADD GL-HOME-AMOUNT TO GL-CREDIT-TOTAL
002660
002661     MOVE GL-DUE-FROM-ACCOUNT TO GL-LOOKUP-ACCOUNT
002662     MOVE GL-CR-BRANCH TO GL-LOOKUP-BRANCH
002663     PERFORM 1300-FIND-SUMMARY-SLOT THRU
002664         1300-FIND-SUMMARY-SLOT-EXIT
002665     IF GL-EXTRACT-REFUSED
002666         GO TO 1250-BOOK-INTER-BRANCH-EXIT
002667     END-IF
002668     ADD AT-AMOUNT TO GL-S-DEBIT-AMOUNT (GL-SUMMARY-IDX)
002669     ADD GL-HOME-AMOUNT TO GL-S-DEBIT-HOME (GL-SUMMARY-IDX)
002670     ADD AT-AMOUNT TO GL-C-DEBIT-TOTAL (GL-CURRENCY-IDX)
002671     ADD GL-HOME-AMOUNT TO GL-B-DEBIT-TOTAL (GL-BRANCH-IDX)
002672     ADD GL-HOME-AMOUNT TO GL-DEBIT-TOTAL.
002673
002674 1250-BOOK-INTER-BRANCH-EXIT.
002675     EXIT.
002676
002677*****************************************************************
002678* 1300-FIND-SUMMARY-SLOT finds the summary-table slot for the  *
002679* ledger account in GL-LOOKUP-ACCOUNT, the entry's currency    *
002680* and the branch in GL-LOOKUP-BRANCH, adding a fresh slot the  *
002681* first time the three are booked together, then finds the     *
002682* currency's and the branch's control slots the same way.      *
002685* A full table refuses the extract rather than drop an entry.  *
002690*****************************************************************
002700 1300-FIND-SUMMARY-SLOT.
002710     SET GL-ENTRY-FOUND-SW TO 'N'
002760             OR GL-ENTRY-FOUND
002770
002780     IF NOT GL-ENTRY-FOUND
002781         IF GL-SUMMARY-COUNT >= 720
002782             DISPLAY 'GL-EXTRACT: more than 720 ledger account, '
002783                 'currency and branch slots booked today.'
002784             SET GL-EXTRACT-REFUSED TO TRUE
002785             GO TO 1300-FIND-SUMMARY-SLOT-EXIT
002786         END-IF
002790         ADD 1 TO GL-SUMMARY-COUNT
002800         SET GL-SUMMARY-IDX TO GL-SUMMARY-COUNT
002810         MOVE GL-LOOKUP-ACCOUNT TO GL-S-ACCOUNT (GL-SUMMARY-IDX)
002815         MOVE GL-ENTRY-CURRENCY TO GL-S-CURRENCY (GL-SUMMARY-IDX)
002817         MOVE GL-LOOKUP-BRANCH TO GL-S-BRANCH (GL-SUMMARY-IDX)
002820         MOVE ZERO TO GL-S-DEBIT-AMOUNT (GL-SUMMARY-IDX)
002830         MOVE ZERO TO GL-S-CREDIT-AMOUNT (GL-SUMMARY-IDX)
002833         MOVE ZERO TO GL-S-DEBIT-HOME (GL-SUMMARY-IDX)
002834         MOVE ZERO TO GL-S-CREDIT-HOME (GL-SUMMARY-IDX)
002835     END-IF
002836
002837     SET GL-ENTRY-FOUND-SW TO 'N'
002838     SET GL-CURRENCY-IDX TO 1
002839     PERFORM 1320-MATCH-CURRENCY-SLOT THRU
002840         1320-MATCH-CURRENCY-SLOT-EXIT
002841         UNTIL GL-CURRENCY-IDX > GL-CURRENCY-COUNT
002842             OR GL-ENTRY-FOUND
002843     IF NOT GL-ENTRY-FOUND
002844         IF GL-CURRENCY-COUNT >= 50
002845             DISPLAY 'GL-EXTRACT: more than 50 currencies '
002846                 'booked today.'
002847             SET GL-EXTRACT-REFUSED TO TRUE
002848             GO TO 1300-FIND-SUMMARY-SLOT-EXIT
002849         END-IF
002850         ADD 1 TO GL-CURRENCY-COUNT
002851         SET GL-CURRENCY-IDX TO GL-CURRENCY-COUNT
002852         MOVE GL-ENTRY-CURRENCY TO GL-C-CURRENCY (GL-CURRENCY-IDX)
002853         MOVE ZERO TO GL-C-DEBIT-TOTAL (GL-CURRENCY-IDX)
002854         MOVE ZERO TO GL-C-CREDIT-TOTAL (GL-CURRENCY-IDX)
002855     END-IF
002856
002857     SET GL-ENTRY-FOUND-SW TO 'N'
002858     SET GL-BRANCH-IDX TO 1
002859     PERFORM 1330-MATCH-BRANCH-SLOT THRU
002860         1330-MATCH-BRANCH-SLOT-EXIT
002861         UNTIL GL-BRANCH-IDX > GL-BRANCH-COUNT
002862             OR GL-ENTRY-FOUND
002863     IF NOT GL-ENTRY-FOUND
002864         IF GL-BRANCH-COUNT >= 10
002865             DISPLAY 'GL-EXTRACT: more than 10 branches '
002866                 'booked today.'
002867             SET GL-EXTRACT-REFUSED TO TRUE
002868             GO TO 1300-FIND-SUMMARY-SLOT-EXIT
002869         END-IF
002870         ADD 1 TO GL-BRANCH-COUNT
002871         SET GL-BRANCH-IDX TO GL-BRANCH-COUNT
002872         MOVE GL-LOOKUP-BRANCH TO GL-B-BRANCH (GL-BRANCH-IDX)
002873         MOVE ZERO TO GL-B-DEBIT-TOTAL (GL-BRANCH-IDX)
002874         MOVE ZERO TO GL-B-CREDIT-TOTAL (GL-BRANCH-IDX)
002875     END-IF.
002876
002877 1300-FIND-SUMMARY-SLOT-EXIT.
002878     EXIT.
002880
002890*****************************************************************
002900* 1310-MATCH-SUMMARY-SLOT compares one summary slot against    *
002910* the ledger account, currency and branch being looked up.     *
002920*****************************************************************
002930 1310-MATCH-SUMMARY-SLOT.
002940     IF GL-S-ACCOUNT (GL-SUMMARY-IDX) = GL-LOOKUP-ACCOUNT
002945             AND GL-S-CURRENCY (GL-SUMMARY-IDX) =
002947                 GL-ENTRY-CURRENCY
002948             AND GL-S-BRANCH (GL-SUMMARY-IDX) = GL-LOOKUP-BRANCH
002950         SET GL-ENTRY-FOUND-SW TO 'Y'
002960     ELSE
002970         SET GL-SUMMARY-IDX UP BY 1
003010     EXIT.
003020
003030*****************************************************************
003031* 1320-MATCH-CURRENCY-SLOT compares one currency control slot  *
003032* against the entry's currency.                                *
003033*****************************************************************
003034 1320-MATCH-CURRENCY-SLOT.
003035     IF GL-C-CURRENCY (GL-CURRENCY-IDX) = GL-ENTRY-CURRENCY
003036         SET GL-ENTRY-FOUND-SW TO 'Y'
003037     ELSE
003038         SET GL-CURRENCY-IDX UP BY 1
003039     END-IF.
003040
003041 1320-MATCH-CURRENCY-SLOT-EXIT.
003042     EXIT.
003043
003044*****************************************************************
003045* 1330-MATCH-BRANCH-SLOT compares one branch control slot      *
003046* against the branch being looked up.                          *
003047*****************************************************************
003048 1330-MATCH-BRANCH-SLOT.
003049     IF GL-B-BRANCH (GL-BRANCH-IDX) = GL-LOOKUP-BRANCH
003050         SET GL-ENTRY-FOUND-SW TO 'Y'
003051     ELSE
003052         SET GL-BRANCH-IDX UP BY 1
003053     END-IF.
003054
003055 1330-MATCH-BRANCH-SLOT-EXIT.
003056     EXIT.
003057
003058*****************************************************************
003059* 1400-ADD-POSITION-MOVEMENT adds a foreign entry's customer-  *
003060* deposits leg to its currency's position - a credit raises    *
003061* the position, a debit lowers it - with the home amount going *
003062* to the book value.  An entry not touching customer deposits  *
003063* moves no position, nor does a branch transfer, which debits  *
003064* and credits customer deposits alike.                         *
003065*****************************************************************
003066 1400-ADD-POSITION-MOVEMENT.
003067     IF GL-DR-ACCOUNT NOT = GL-DEPOSIT-ACCOUNT
003068             AND GL-CR-ACCOUNT NOT = GL-DEPOSIT-ACCOUNT
003069         GO TO 1400-ADD-POSITION-MOVEMENT-EXIT
003070     END-IF
003071     IF GL-DR-ACCOUNT = GL-CR-ACCOUNT
003072         GO TO 1400-ADD-POSITION-MOVEMENT-EXIT
003073     END-IF
003074     SET GL-ENTRY-FOUND-SW TO 'N'
003075     SET GL-POSITION-IDX TO 1
003076     PERFORM 1410-MATCH-POSITION-SLOT THRU
003077         1410-MATCH-POSITION-SLOT-EXIT
003078         UNTIL GL-POSITION-IDX > GL-POSITION-COUNT
003079             OR GL-ENTRY-FOUND
003080     IF NOT GL-ENTRY-FOUND
003081         IF GL-POSITION-COUNT >= 50
003082             DISPLAY 'GL-EXTRACT: more than 50 currency '
003083                 'positions - ' GL-ENTRY-CURRENCY ' not kept.'
003084             SET GL-EXTRACT-REFUSED TO TRUE
003085             GO TO 1400-ADD-POSITION-MOVEMENT-EXIT
003086         END-IF
003087         ADD 1 TO GL-POSITION-COUNT
003088         SET GL-POSITION-IDX TO GL-POSITION-COUNT
003089         MOVE GL-ENTRY-CURRENCY TO GL-P-CURRENCY (GL-POSITION-IDX)
003090         MOVE ZERO TO GL-P-POSITION (GL-POSITION-IDX)
003091         MOVE ZERO TO GL-P-BOOK-VALUE (GL-POSITION-IDX)
003092         MOVE ZERO TO GL-P-REVAL-DATE (GL-POSITION-IDX)
003093         MOVE ZERO TO GL-P-REVAL-RATE (GL-POSITION-IDX)
003094     END-IF
003095     IF GL-CR-ACCOUNT = GL-DEPOSIT-ACCOUNT
003096         ADD AT-AMOUNT TO GL-P-POSITION (GL-POSITION-IDX)
003097         ADD GL-HOME-AMOUNT TO GL-P-BOOK-VALUE (GL-POSITION-IDX)
003098     ELSE
003099         SUBTRACT AT-AMOUNT FROM GL-P-POSITION (GL-POSITION-IDX)
003100         SUBTRACT GL-HOME-AMOUNT FROM
003101             GL-P-BOOK-VALUE (GL-POSITION-IDX)
003102     END-IF.
003103
003104 1400-ADD-POSITION-MOVEMENT-EXIT.
003105     EXIT.
003106
003107*****************************************************************
003108* 1410-MATCH-POSITION-SLOT compares one position slot against  *
003109* the entry's currency.                                        *
003110*****************************************************************
003111 1410-MATCH-POSITION-SLOT.
003112     IF GL-P-CURRENCY (GL-POSITION-IDX) = GL-ENTRY-CURRENCY
003113         SET GL-ENTRY-FOUND-SW TO 'Y'
003114     ELSE
003115         SET GL-POSITION-IDX UP BY 1
003116     END-IF.
003117
003118 1410-MATCH-POSITION-SLOT-EXIT.
003119     EXIT.
003120
003121*****************************************************************
003122* 1500-LOAD-FX-POSITIONS loads the position file.  If it was   *
003123* already brought up to today by an earlier run, tonight's     *
003124* movement is not added a second time.  No file simply means   *
003125* no foreign-currency deposits have been extracted yet.        *
003126*****************************************************************
003127 1500-LOAD-FX-POSITIONS.
003128     OPEN INPUT FX-POSITION-FILE
003129     IF NOT FP-FILE-STATUS = '00'
003130         GO TO 1500-LOAD-FX-POSITIONS-EXIT
003131     END-IF
003132     PERFORM 1510-READ-FX-POSITION THRU
003133         1510-READ-FX-POSITION-EXIT
003134         UNTIL GL-POSITION-EOF
003135     CLOSE FX-POSITION-FILE
003136     IF GL-POSITIONS-APPLIED
003137         DISPLAY 'GL-EXTRACT: FXPOSN already holds movement '
003138             'for ' GL-TODAY ' - positions left as they are.'
003139     END-IF.
003140
003141 1500-LOAD-FX-POSITIONS-EXIT.
003142     EXIT.
003143
003144*****************************************************************
003145* 1510-READ-FX-POSITION reads one position record into the     *
003146* next table slot.                                             *
003147*****************************************************************
003148 1510-READ-FX-POSITION.
003149     READ FX-POSITION-FILE
003150         AT END
003151             SET GL-POSITION-EOF TO TRUE
003152             GO TO 1510-READ-FX-POSITION-EXIT
003153     END-READ
003154     IF GL-POSITION-COUNT >= 50
003155         DISPLAY 'GL-EXTRACT: more than 50 currency positions '
003156             'on FXPOSN.'
003157         SET GL-EXTRACT-REFUSED TO TRUE
003158         SET GL-POSITION-EOF TO TRUE
003159         GO TO 1510-READ-FX-POSITION-EXIT
003160     END-IF
003161     IF FP-EXTRACT-DATE = GL-TODAY
003162         SET GL-POSITIONS-APPLIED TO TRUE
003163     END-IF
003164     ADD 1 TO GL-POSITION-COUNT
003165     SET GL-POSITION-IDX TO GL-POSITION-COUNT
003166     MOVE FP-CURRENCY-CODE TO GL-P-CURRENCY (GL-POSITION-IDX)
003167     MOVE FP-POSITION TO GL-P-POSITION (GL-POSITION-IDX)
003168     MOVE FP-BOOK-VALUE TO GL-P-BOOK-VALUE (GL-POSITION-IDX)
003169     MOVE FP-REVAL-DATE TO GL-P-REVAL-DATE (GL-POSITION-IDX)
003170     MOVE FP-REVAL-RATE TO GL-P-REVAL-RATE (GL-POSITION-IDX).
003171
003172 1510-READ-FX-POSITION-EXIT.
003173     EXIT.
003174
003175*****************************************************************
003176* 1600-GET-HOME-CURRENCY asks FXRATE-PROGRAM for the home      *
003177* currency code, which labels home-currency entries.           *
003178*****************************************************************
003179 1600-GET-HOME-CURRENCY.
003180     MOVE 'HOME ' TO GL-FX-FUNCTION-CODE
003181     MOVE SPACES TO GL-FX-CURRENCY
003182     CALL 'FXRATE-PROGRAM' USING GL-FX-FUNCTION-CODE
003183         GL-FX-CURRENCY GL-FX-RATE GL-FX-STATUS-CODE
003184     END-CALL
003185     MOVE GL-FX-CURRENCY TO GL-HOME-CURRENCY.
003186
003187 1600-GET-HOME-CURRENCY-EXIT.
003188     EXIT.
003189
003190*****************************************************************
003191* 1650-GET-HEAD-OFFICE asks BRANCH-PROGRAM for the head        *
003192* office, where an entry that names no branch is booked.       *
003193*****************************************************************
003194 1650-GET-HEAD-OFFICE.
003195     MOVE 'HOME ' TO GL-BR-FUNCTION-CODE
003196     CALL 'BRANCH-PROGRAM' USING GL-BR-FUNCTION-CODE GL-BRANCH-KEY
003197         GL-HEAD-OFFICE GL-BRANCH-NAME
003198     END-CALL.
003199
003200 1650-GET-HEAD-OFFICE-EXIT.
003201     EXIT.
003202
003203*****************************************************************
003204* 1700-CHECK-CURRENCY-BALANCE proves one currency's debits     *
003205* equal its credits - every entry books both sides in its own  *
003206* currency, so a difference means a damaged entry.             *
003207*****************************************************************
003208 1700-CHECK-CURRENCY-BALANCE.
003209     IF GL-C-DEBIT-TOTAL (GL-CURRENCY-IDX) NOT =
003210             GL-C-CREDIT-TOTAL (GL-CURRENCY-IDX)
003211         DISPLAY 'GL-EXTRACT: *** '
003212             GL-C-CURRENCY (GL-CURRENCY-IDX)
003213             ' OUT OF BALANCE *** debits '
003214             GL-C-DEBIT-TOTAL (GL-CURRENCY-IDX) ' credits '
003215             GL-C-CREDIT-TOTAL (GL-CURRENCY-IDX)
003216         SET GL-CURRENCY-UNBALANCED TO TRUE
003217     END-IF
003218     SET GL-CURRENCY-IDX UP BY 1.
003219
003220 1700-CHECK-CURRENCY-BALANCE-EXIT.
003221     EXIT.
003222
003223*****************************************************************
003224* 1750-CHECK-BRANCH-BALANCE proves one branch's home-currency  *
003225* debits equal its credits - the due-to/due-from pair keeps    *
003226* every branch in balance, so a difference means a damaged     *
003227* entry.                                                       *
003228*****************************************************************
003229 1750-CHECK-BRANCH-BALANCE.
003230     IF GL-B-DEBIT-TOTAL (GL-BRANCH-IDX) NOT =
003231             GL-B-CREDIT-TOTAL (GL-BRANCH-IDX)
003232         DISPLAY 'GL-EXTRACT: *** BRANCH '
003233             GL-B-BRANCH (GL-BRANCH-IDX)
003234             ' OUT OF BALANCE *** debits '
003235             GL-B-DEBIT-TOTAL (GL-BRANCH-IDX) ' credits '
003236             GL-B-CREDIT-TOTAL (GL-BRANCH-IDX)
003237         SET GL-BRANCH-UNBALANCED TO TRUE
003238     END-IF
003239     SET GL-BRANCH-IDX UP BY 1.
003240
003241 1750-CHECK-BRANCH-BALANCE-EXIT.
003242     EXIT.
003243
003244*****************************************************************
003245* 2000-WRITE-POSTING-FILE writes the balanced extract: header, *
003246* then for each branch one detail line per ledger account,     *
003247* currency and side with a non-zero total followed by the      *
003248* branch's B control record, then a control record per         *
003249* currency, and the                                            *
003250* trailer carrying the detail count and the matching home-     *
003251* currency debit and credit totals.                            *
003252*****************************************************************
003253 2000-WRITE-POSTING-FILE.
003254     OPEN OUTPUT GL-POSTING-FILE
003255     MOVE GL-TODAY TO GL-H-EXTRACT-DATE
003256     MOVE GL-HOME-CURRENCY TO GL-H-HOME-CURRENCY
003257     WRITE GL-POSTING-LINE FROM GL-HEADER-RECORD
003258
003259     SET GL-BRANCH-IDX TO 1
003260     PERFORM 2050-WRITE-BRANCH THRU
003261         2050-WRITE-BRANCH-EXIT
003262         UNTIL GL-BRANCH-IDX > GL-BRANCH-COUNT
003263
003264     SET GL-CURRENCY-IDX TO 1
003265     PERFORM 2200-WRITE-CONTROL-RECORD THRU
003266         2200-WRITE-CONTROL-RECORD-EXIT
003267         UNTIL GL-CURRENCY-IDX > GL-CURRENCY-COUNT
003268
003269     MOVE GL-DETAIL-COUNT TO GL-T-DETAIL-COUNT
003270     MOVE GL-DEBIT-TOTAL TO GL-T-DEBIT-TOTAL
003271     MOVE GL-CREDIT-TOTAL TO GL-T-CREDIT-TOTAL
003272     WRITE GL-POSTING-LINE FROM GL-TRAILER-RECORD
003273     CLOSE GL-POSTING-FILE.
003274
003275 2000-WRITE-POSTING-FILE-EXIT.
003276     EXIT.
003277
003280*****************************************************************
003281* 2050-WRITE-BRANCH writes the detail lines booked at the      *
003282* branch under the index and its B control record - its home-  *
003283* currency debit and credit totals, the figures the branch     *
003284* manager signs off - then advances to the next branch.        *
003285*****************************************************************
003286 2050-WRITE-BRANCH.
003287     SET GL-SUMMARY-IDX TO 1
003288     PERFORM 2100-WRITE-SUMMARY-SLOT THRU
003289         2100-WRITE-SUMMARY-SLOT-EXIT
003290         UNTIL GL-SUMMARY-IDX > GL-SUMMARY-COUNT
003291     MOVE GL-B-BRANCH (GL-BRANCH-IDX) TO GL-B-R-BRANCH
003292     MOVE GL-B-DEBIT-TOTAL (GL-BRANCH-IDX) TO GL-B-R-DEBIT-TOTAL
003293     MOVE GL-B-CREDIT-TOTAL (GL-BRANCH-IDX) TO
003294         GL-B-R-CREDIT-TOTAL
003295     WRITE GL-POSTING-LINE FROM GL-BRANCH-CONTROL-RECORD
003296     SET GL-BRANCH-IDX UP BY 1.
003297
003298 2050-WRITE-BRANCH-EXIT.
003299     EXIT.
003300
003301*****************************************************************
003302* 2100-WRITE-SUMMARY-SLOT writes the debit and credit detail   *
003303* lines for the summary slot under the index when it belongs   *
003310* to the branch being written, skipping a side with nothing    *
003315* booked, then advances to the next slot.                      *
003320*****************************************************************
003330 2100-WRITE-SUMMARY-SLOT.
003331     IF GL-S-BRANCH (GL-SUMMARY-IDX) NOT =
003332             GL-B-BRANCH (GL-BRANCH-IDX)
003333         SET GL-SUMMARY-IDX UP BY 1
003334         GO TO 2100-WRITE-SUMMARY-SLOT-EXIT
003335     END-IF
003336     MOVE GL-S-BRANCH (GL-SUMMARY-IDX) TO GL-D-BRANCH
003340     IF GL-S-DEBIT-AMOUNT (GL-SUMMARY-IDX) NOT = ZERO
003350         MOVE GL-S-ACCOUNT (GL-SUMMARY-IDX) TO GL-D-ACCOUNT
003360         MOVE 'D' TO GL-D-SIDE
003370         MOVE GL-S-DEBIT-AMOUNT (GL-SUMMARY-IDX) TO GL-D-AMOUNT
003372         MOVE GL-S-CURRENCY (GL-SUMMARY-IDX) TO GL-D-CURRENCY
003374         MOVE GL-S-DEBIT-HOME (GL-SUMMARY-IDX) TO
003376             GL-D-HOME-AMOUNT
003380         WRITE GL-POSTING-LINE FROM GL-DETAIL-RECORD
003390         ADD 1 TO GL-DETAIL-COUNT
003400     END-IF
003420         MOVE GL-S-ACCOUNT (GL-SUMMARY-IDX) TO GL-D-ACCOUNT
003430         MOVE 'C' TO GL-D-SIDE
003440         MOVE GL-S-CREDIT-AMOUNT (GL-SUMMARY-IDX) TO GL-D-AMOUNT
003442         MOVE GL-S-CURRENCY (GL-SUMMARY-IDX) TO GL-D-CURRENCY
003444         MOVE GL-S-CREDIT-HOME (GL-SUMMARY-IDX) TO
003446             GL-D-HOME-AMOUNT
003450         WRITE GL-POSTING-LINE FROM GL-DETAIL-RECORD
003460         ADD 1 TO GL-DETAIL-COUNT
003470     END-IF
003490
003500 2100-WRITE-SUMMARY-SLOT-EXIT.
003510     EXIT.
005260
005270*****************************************************************
005280* 2200-WRITE-CONTROL-RECORD writes one currency's control      *
005290* record - its debit and credit totals in that currency - then *
005300* advances to the next currency.                               *
005310*****************************************************************
005320 2200-WRITE-CONTROL-RECORD.
005330     MOVE GL-C-CURRENCY (GL-CURRENCY-IDX) TO GL-C-R-CURRENCY
005340     MOVE GL-C-DEBIT-TOTAL (GL-CURRENCY-IDX) TO
005350         GL-C-R-DEBIT-TOTAL
005360     MOVE GL-C-CREDIT-TOTAL (GL-CURRENCY-IDX) TO
005370         GL-C-R-CREDIT-TOTAL
005380     WRITE GL-POSTING-LINE FROM GL-CONTROL-RECORD
005390     SET GL-CURRENCY-IDX UP BY 1.
005400
005410 2200-WRITE-CONTROL-RECORD-EXIT.
005420     EXIT.
005430
005440*****************************************************************
005450* 3000-WRITE-FX-POSITIONS writes the position file back with   *
005460* tonight's movement added, every record stamped with today's  *
005470* date.  If an earlier run already added today's movement the  *
005480* file is left alone.                                          *
005490*****************************************************************
005500 3000-WRITE-FX-POSITIONS.
005510     IF GL-POSITIONS-APPLIED OR GL-POSITION-COUNT = ZERO
005520         GO TO 3000-WRITE-FX-POSITIONS-EXIT
005530     END-IF
005540     OPEN OUTPUT FX-POSITION-FILE
005550     SET GL-POSITION-IDX TO 1
005560     PERFORM 3100-WRITE-FX-POSITION THRU
005570         3100-WRITE-FX-POSITION-EXIT
005580         UNTIL GL-POSITION-IDX > GL-POSITION-COUNT
005590     CLOSE FX-POSITION-FILE.
005600
005610 3000-WRITE-FX-POSITIONS-EXIT.
005620     EXIT.
005630
005640*****************************************************************
005650* 3100-WRITE-FX-POSITION writes one position record.           *
005660*****************************************************************
005670 3100-WRITE-FX-POSITION.
005680     MOVE SPACES TO FX-POSITION-RECORD
005690     MOVE GL-P-CURRENCY (GL-POSITION-IDX) TO FP-CURRENCY-CODE
005700     MOVE GL-P-POSITION (GL-POSITION-IDX) TO FP-POSITION
005710     MOVE GL-P-BOOK-VALUE (GL-POSITION-IDX) TO FP-BOOK-VALUE
005720     MOVE GL-TODAY TO FP-EXTRACT-DATE
005730     MOVE GL-P-REVAL-DATE (GL-POSITION-IDX) TO FP-REVAL-DATE
005740     MOVE GL-P-REVAL-RATE (GL-POSITION-IDX) TO FP-REVAL-RATE
005750     WRITE FX-POSITION-RECORD
005760     SET GL-POSITION-IDX UP BY 1.
005770
005780 3100-WRITE-FX-POSITION-EXIT.
005790     EXIT.
