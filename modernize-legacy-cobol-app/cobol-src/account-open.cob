000350*                  open - alongside the open date, for           *
000360*                  ACCOUNT-CLOSE to fill when the account is     *
000370*                  formally closed.                              *
000371* 10/15/2026  RLM  Added the term-deposit account type (T).     *
000372*                  A term deposit takes its principal as the    *
000373*                  opening deposit, plus a term in months, a    *
000374*                  contracted annual rate, an active            *
000375*                  settlement account, and a pay-out or         *
000376*                  roll-over instruction; once the principal    *
000377*                  posts, the contract is written to the        *
000378*                  term-deposit file with its maturity date.    *
000379* 10/15/2026  RLM  Added the installment-loan account type (L). *
000380*                  A loan takes its principal as the opening    *
000381*                  amount, plus a term in months, an annual     *
000382*                  rate, a repayment day, and the customer's    *
000383*                  nominated checking account; the principal is *
000384*                  paid into the checking account through       *
000385*                  OPERATIONS' LOANDISB, and the loan contract  *
000386*                  and its full repayment schedule are written. *
000387* 10/15/2026  RLM  A new account for an existing customer       *
000388*                  takes on the customer's backup-withholding   *
000389*                  flag from the accounts already on file; a    *
000390*                  new customer starts not withheld.            *
000391* 10/15/2026  RLM  A checking, savings, or corporate account    *
000392*                  may be opened in a foreign currency that has *
000393*                  a rate on today's rate file; blank or the    *
000394*                  home code opens it in home currency.  Term   *
000395*                  deposits and loans are home currency only,   *
000396*                  as are their settlement and nominated        *
000397*                  accounts.  A foreign-currency account gets   *
000398*                  no standard opening balance from BANKPARM.   *
000399* 10/15/2026  RLM  Each new account is opened at a branch -     *
000400*                  keyed, or the head office when left blank -  *
000401*                  checked against BRANCH-PROGRAM and stamped   *
000402*                  on the customer master record.               *
000403*****************************************************************
000404*
000405*****************************************************************
000410* ACCOUNT-OPEN is the formal account-opening run.  For each    *
000420* new account it captures the customer's name, address, and    *
000430* opening deposit, writes the customer master record to        *
000440* CUSTOMER-MASTER-FILE stamped with the open date and the      *
000450* branch it is held at, and asks DATA-PROGRAM to create the    *
000460* matching balance record.  An account number already on the   *
000470* customer master is refused, and no other program can bring   *
000480* an account into existence - DATA-PROGRAM rejects a READ or   *
000490* WRITE against an account number that was never opened here.  *
000500*****************************************************************
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000600     SELECT PARAMETER-FILE ASSIGN TO "BANKPARM"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS AO-PARAMETER-FILE-STATUS.
000622
000624     SELECT TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP"
000626         ORGANIZATION IS LINE SEQUENTIAL
000627         FILE STATUS IS TM-FILE-STATUS.
000628
000629     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMST"
000630         ORGANIZATION IS LINE SEQUENTIAL
000631         FILE STATUS IS LN-FILE-STATUS.
000632
000633     SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD"
000634         ORGANIZATION IS LINE SEQUENTIAL
000635         FILE STATUS IS LS-FILE-STATUS.
000636
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CUSTOMER-MASTER-FILE.
000700 FD  PARAMETER-FILE.
000710 01  PARAMETER-FILE-RECORD.
000720     COPY PARMREC.
000722
000724 FD  TERM-DEPOSIT-FILE.
000726 01  TERM-DEPOSIT-RECORD.
000727     COPY TERMREC.
000728
000729 FD  LOAN-MASTER-FILE.
000730 01  LOAN-MASTER-RECORD.
000731     COPY LOANREC.
000732
000733 FD  LOAN-SCHEDULE-FILE.
000734 01  LOAN-SCHEDULE-RECORD.
000735     COPY LOANSCH.
000736
000740 WORKING-STORAGE SECTION.
000750 01  AO-SWITCHES.
000760     05  AO-DONE-SW              PIC X(01) VALUE 'N'.
001040     05  AO-OPENED-COUNT         PIC 9(06) VALUE ZERO.
001050
001060 01  CM-FILE-STATUS              PIC X(02) VALUE '00'.
001065 01  TM-FILE-STATUS              PIC X(02) VALUE '00'.
001066 01  LN-FILE-STATUS              PIC X(02) VALUE '00'.
001067 01  LS-FILE-STATUS              PIC X(02) VALUE '00'.
001070
001080 01  AO-FUNCTION-CODE            PIC X(05).
001090 01  AO-STATUS-CODE              PIC X(03).
001180 01  AO-RESULT-STATUS            PIC X(03).
001190 01  AO-BD-FUNCTION-CODE         PIC X(05).
001200 01  AO-CUSTOMER-NO              PIC 9(08) VALUE ZERO.
001203 01  AO-HIGH-CUSTOMER-NO         PIC 9(08) VALUE ZERO.
001206 01  AO-WITHHOLD-FLAG            PIC X(01) VALUE 'N'.
001207 01  AO-WORK-ACCOUNT-ID          PIC 9(10) VALUE ZERO.
001208 01  AO-TERM-MONTHS              PIC 9(03) VALUE ZERO.
001209 01  AO-ANNUAL-RATE              PIC 9V9(4) VALUE ZERO.
001210 01  AO-SETTLE-ACCOUNT-ID        PIC 9(10) VALUE ZERO.
001211 01  AO-SETTLE-BALANCE           PIC S9(9)V99 VALUE ZERO.
001212 01  AO-SETTLE-OD-LIMIT          PIC 9(9)V99 VALUE ZERO.
001213 01  AO-SETTLE-OVERDRAWN-FLAG    PIC X(01) VALUE SPACE.
001214 01  AO-SETTLE-STATUS-FLAG       PIC X(01) VALUE SPACE.
001215 01  AO-SETTLE-ACCOUNT-TYPE      PIC X(01) VALUE SPACE.
001216 01  AO-MATURITY-INSTR           PIC X(01) VALUE 'P'.
001217 01  AO-MONTH-COUNT              PIC 9(03) VALUE ZERO.
001218 01  AO-WORK-DATE                PIC 9(08).
001219 01  AO-WORK-DATE-R REDEFINES AO-WORK-DATE.
001220     05  AO-WORK-YEAR            PIC 9(04).
001221     05  AO-WORK-MONTH           PIC 9(02).
001222     05  AO-WORK-DAY             PIC 9(02).
001223 01  AO-DAYS-IN-MONTH            PIC 9(02).
001224 01  AO-REPAY-DAY                PIC 9(02) VALUE ZERO.
001225 01  AO-INSTALLMENT-NO           PIC 9(03) VALUE ZERO.
001226 01  AO-RATE-BASE                PIC 9V9(8) VALUE ZERO.
001227 01  AO-MONTHLY-RATE             PIC 9V9(8) VALUE ZERO.
001228 01  AO-GROWTH-FACTOR            PIC 9(13)V9(9) VALUE ZERO.
001229 01  AO-INSTALLMENT              PIC 9(9)V99 VALUE ZERO.
001230 01  AO-LOAN-OUTSTANDING         PIC 9(9)V99 VALUE ZERO.
001231 01  AO-CURRENCY-CODE            PIC X(03) VALUE SPACES.
001232 01  AO-SETTLE-CURRENCY          PIC X(03) VALUE SPACES.
001233 01  AO-HOME-CURRENCY            PIC X(03) VALUE SPACES.
001234 01  AO-FX-FUNCTION-CODE         PIC X(05).
001235 01  AO-FX-RATE                  PIC 9(05)V9(06).
001236 01  AO-FX-STATUS-CODE           PIC X(03).
001237 01  AO-BRANCH-CODE              PIC X(03) VALUE SPACES.
001238 01  AO-BRANCH-NAME              PIC X(20) VALUE SPACES.
001239 01  AO-BRANCH-KEY               PIC X(10) VALUE SPACES.
001240 01  AO-BR-FUNCTION-CODE         PIC X(05).
001241 01  AO-BR-STATUS-CODE           PIC X(03).
001242
001243 01  AO-LEAP-WORK.
001244     05  AO-L-REM-4              PIC 9(04) COMP.
001245     05  AO-L-REM-100            PIC 9(04) COMP.
001246     05  AO-L-REM-400            PIC 9(04) COMP.
001247     05  AO-L-QUOTIENT           PIC 9(04) COMP.
001248
001249 01  CURRENT-ACCOUNT-RECORD.
001250     COPY ACCTREC.
001260
001270 PROCEDURE DIVISION.
002830
002840*****************************************************************
002850* 2200-ACCEPT-CUSTOMER-DETAILS reads the customer's name,      *
002860* address, branch, and opening deposit, rejecting a blank      *
002870* name, a branch BRANCH-PROGRAM does not know, or a deposit    *
002871* that is not numeric or is negative.                          *
002873* A checking, savings, or corporate account also takes the     *
002876* currency it is held in.                                      *
002880*****************************************************************
002890 2200-ACCEPT-CUSTOMER-DETAILS.
002900     SET AO-ENTRY-IS-VALID TO TRUE
002970     END-IF
002980     DISPLAY 'Enter customer address: '
002990     ACCEPT AO-CUSTOMER-ADDRESS
002991     DISPLAY 'Enter branch code (blank for head office): '
002992     ACCEPT AO-BRANCH-CODE
002993     PERFORM 2230-VALIDATE-BRANCH THRU 2230-VALIDATE-BRANCH-EXIT
002994     IF AO-ENTRY-IS-INVALID
002995         GO TO 2200-ACCEPT-CUSTOMER-DETAILS-EXIT
002996     END-IF
003000     DISPLAY 'Enter account type '
003001         '(C=Checking S=Savings K=Corporate '
003002         'T=Term deposit L=Loan): '
003003     ACCEPT AO-ACCOUNT-TYPE
003004     IF AO-ACCOUNT-TYPE NOT = 'C' AND AO-ACCOUNT-TYPE NOT = 'S'
003005             AND AO-ACCOUNT-TYPE NOT = 'K'
003006             AND AO-ACCOUNT-TYPE NOT = 'T'
003007             AND AO-ACCOUNT-TYPE NOT = 'L'
003008         DISPLAY 'Account type must be C, S, K, T, or L. '
003009             'Entry rejected.'
003010         SET AO-ENTRY-IS-INVALID TO TRUE
003011         GO TO 2200-ACCEPT-CUSTOMER-DETAILS-EXIT
003012     END-IF
003013     MOVE SPACES TO AO-CURRENCY-CODE
003014     IF AO-ACCOUNT-TYPE NOT = 'T' AND AO-ACCOUNT-TYPE NOT = 'L'
003015         DISPLAY 'Enter account currency (blank for home '
003016             'currency): '
003017         ACCEPT AO-CURRENCY-CODE
003018         PERFORM 2220-VALIDATE-CURRENCY THRU
003019             2220-VALIDATE-CURRENCY-EXIT
003020         IF AO-ENTRY-IS-INVALID
003021             GO TO 2200-ACCEPT-CUSTOMER-DETAILS-EXIT
003022         END-IF
003023     END-IF
003024     DISPLAY 'Enter opening deposit amount: '
003025     ACCEPT AO-OPENING-BALANCE
003026     IF AO-OPENING-BALANCE NOT NUMERIC
003027             OR AO-OPENING-BALANCE < ZERO
003028         DISPLAY 'Opening deposit must be numeric and not '
003029             'negative. Entry rejected.'
003030         SET AO-ENTRY-IS-INVALID TO TRUE
003031         GO TO 2200-ACCEPT-CUSTOMER-DETAILS-EXIT
003032     END-IF
003033     IF AO-ACCOUNT-TYPE = 'T'
003034         PERFORM 2250-ACCEPT-TERM-DETAILS THRU
003035             2250-ACCEPT-TERM-DETAILS-EXIT
003036     END-IF
003037     IF AO-ACCOUNT-TYPE = 'L'
003038         PERFORM 2260-ACCEPT-LOAN-DETAILS THRU
003039             2260-ACCEPT-LOAN-DETAILS-EXIT
003040     END-IF.
003041
003042 2200-ACCEPT-CUSTOMER-DETAILS-EXIT.
003043     EXIT.
003044
003045*****************************************************************
003046* 2220-VALIDATE-CURRENCY accepts a blank currency or the home  *
003047* currency's own code as home currency, stored as spaces, and  *
003048* any other code only when FXRATE-PROGRAM has a rate for it    *
003049* today - an account nothing could be posted to is not opened. *
003050*****************************************************************
003051 2220-VALIDATE-CURRENCY.
003052     IF AO-CURRENCY-CODE = SPACES
003053         GO TO 2220-VALIDATE-CURRENCY-EXIT
003054     END-IF
003055     MOVE 'HOME ' TO AO-FX-FUNCTION-CODE
003056     CALL 'FXRATE-PROGRAM' USING AO-FX-FUNCTION-CODE
003057         AO-HOME-CURRENCY AO-FX-RATE AO-FX-STATUS-CODE
003058     END-CALL
003059     IF AO-CURRENCY-CODE = AO-HOME-CURRENCY
003060         MOVE SPACES TO AO-CURRENCY-CODE
003061         GO TO 2220-VALIDATE-CURRENCY-EXIT
003062     END-IF
003063     MOVE 'RATE ' TO AO-FX-FUNCTION-CODE
003064     CALL 'FXRATE-PROGRAM' USING AO-FX-FUNCTION-CODE
003065         AO-CURRENCY-CODE AO-FX-RATE AO-FX-STATUS-CODE
003066     END-CALL
003067     IF AO-FX-STATUS-CODE NOT = 'OK '
003068         DISPLAY 'No exchange rate on file today for currency '
003069             AO-CURRENCY-CODE ' (' AO-FX-STATUS-CODE
003070             '). Entry rejected.'
003071         SET AO-ENTRY-IS-INVALID TO TRUE
003072     END-IF.
003073
003074 2220-VALIDATE-CURRENCY-EXIT.
003075     EXIT.
003076
003077*****************************************************************
003078* 2230-VALIDATE-BRANCH takes a blank branch as the head office *
003079* and refuses any code BRANCH-PROGRAM does not know.           *
003080*****************************************************************
003081 2230-VALIDATE-BRANCH.
003082     IF AO-BRANCH-CODE = SPACES
003083         MOVE 'HOME ' TO AO-BR-FUNCTION-CODE
003084     ELSE
003085         MOVE 'CHECK' TO AO-BR-FUNCTION-CODE
003086     END-IF
003087     CALL 'BRANCH-PROGRAM' USING AO-BR-FUNCTION-CODE AO-BRANCH-KEY
003088         AO-BRANCH-CODE AO-BRANCH-NAME AO-BR-STATUS-CODE
003089     END-CALL
003090     IF AO-BR-STATUS-CODE NOT = 'OK '
003091         DISPLAY 'Branch ' AO-BRANCH-CODE ' is not a branch of '
003092             'the bank. Entry rejected.'
003093         SET AO-ENTRY-IS-INVALID TO TRUE
003094     END-IF.
003095
003096 2230-VALIDATE-BRANCH-EXIT.
003097     EXIT.
003098
003099*****************************************************************
003100* 2250-ACCEPT-TERM-DETAILS takes the contract terms for a new  *
003101* term deposit.  The opening deposit is the fixed principal, so*
003102* it must be keyed and above zero.  The settlement account     *
003103* receives the principal and interest at maturity; it must be  *
003104* an existing, active account and may not itself be a term     *
003105* deposit or a loan, and must be held in home currency.        *
003106*****************************************************************
003107 2250-ACCEPT-TERM-DETAILS.
003108     IF AO-OPENING-BALANCE NOT > ZERO
003109         DISPLAY 'A term deposit needs its principal keyed as '
003110             'the opening deposit. Entry rejected.'
003111         SET AO-ENTRY-IS-INVALID TO TRUE
003112         GO TO 2250-ACCEPT-TERM-DETAILS-EXIT
003113     END-IF
003114     DISPLAY 'Enter term in months (1-120): '
003115     ACCEPT AO-TERM-MONTHS
003116     IF AO-TERM-MONTHS NOT NUMERIC
003117             OR AO-TERM-MONTHS = ZERO
003118             OR AO-TERM-MONTHS > 120
003119         DISPLAY 'Term must be 1 to 120 months. Entry rejected.'
003120         SET AO-ENTRY-IS-INVALID TO TRUE
003121         GO TO 2250-ACCEPT-TERM-DETAILS-EXIT
003122     END-IF
003123     DISPLAY 'Enter contracted annual rate (e.g. 0.0450): '
003124     ACCEPT AO-ANNUAL-RATE
003125     IF AO-ANNUAL-RATE NOT NUMERIC
003126             OR AO-ANNUAL-RATE = ZERO
003127         DISPLAY 'Rate must be numeric and above zero. '
003128             'Entry rejected.'
003129         SET AO-ENTRY-IS-INVALID TO TRUE
003130         GO TO 2250-ACCEPT-TERM-DETAILS-EXIT
003131     END-IF
003132     DISPLAY 'Enter settlement account number: '
003133     ACCEPT AO-SETTLE-ACCOUNT-ID
003134     MOVE 'READ ' TO AO-FUNCTION-CODE
003135     CALL 'DATA-PROGRAM' USING AO-FUNCTION-CODE
003136         AO-SETTLE-ACCOUNT-ID AO-SETTLE-BALANCE AO-STATUS-CODE
003137         AO-SETTLE-OD-LIMIT AO-SETTLE-OVERDRAWN-FLAG
003138         AO-SETTLE-STATUS-FLAG AO-SETTLE-ACCOUNT-TYPE
003139         AO-SETTLE-CURRENCY
003140     END-CALL
003141     IF AO-STATUS-CODE NOT = 'OK '
003142         DISPLAY 'Settlement account ' AO-SETTLE-ACCOUNT-ID
003143             ' not found. Entry rejected.'
003144         SET AO-ENTRY-IS-INVALID TO TRUE
003145         GO TO 2250-ACCEPT-TERM-DETAILS-EXIT
003146     END-IF
003147     IF AO-SETTLE-STATUS-FLAG NOT = 'A'
003148             AND AO-SETTLE-STATUS-FLAG NOT = SPACE
003149         DISPLAY 'Settlement account is not active. '
003150             'Entry rejected.'
003151         SET AO-ENTRY-IS-INVALID TO TRUE
003152         GO TO 2250-ACCEPT-TERM-DETAILS-EXIT
003153     END-IF
003154     IF AO-SETTLE-ACCOUNT-TYPE = 'T'
003155             OR AO-SETTLE-ACCOUNT-TYPE = 'L'
003156         DISPLAY 'Settlement account may not be a term '
003157             'deposit or a loan. Entry rejected.'
003158         SET AO-ENTRY-IS-INVALID TO TRUE
003159         GO TO 2250-ACCEPT-TERM-DETAILS-EXIT
003160     END-IF
003161     IF AO-SETTLE-CURRENCY NOT = SPACES
003162         DISPLAY 'Settlement account must be held in home '
003163             'currency. Entry rejected.'
003164         SET AO-ENTRY-IS-INVALID TO TRUE
003165         GO TO 2250-ACCEPT-TERM-DETAILS-EXIT
003166     END-IF
003167     DISPLAY 'At maturity pay out or roll over (P/R): '
003168     ACCEPT AO-MATURITY-INSTR
003169     IF AO-MATURITY-INSTR NOT = 'P'
003170             AND AO-MATURITY-INSTR NOT = 'R'
003171         DISPLAY 'Maturity instruction must be P or R. '
003172             'Entry rejected.'
003173         SET AO-ENTRY-IS-INVALID TO TRUE
003174     END-IF.
003175
003176 2250-ACCEPT-TERM-DETAILS-EXIT.
003177     EXIT.
003178
003179*****************************************************************
003180* 2260-ACCEPT-LOAN-DETAILS takes the terms of a new installment*
003181* loan.  The opening amount is the principal advanced, so it   *
003182* must be keyed and above zero.  Installments fall due monthly *
003183* on the repayment day, held to 1-28 so every month has one,   *
003184* and are collected from the customer's nominated checking     *
003185* account, which must be an existing, active, home-currency    *
003186* checking account.                                            *
003187* The principal is paid into the same account, so the settlement*
003188* work fields carry it.                                         *
003189*****************************************************************
003190 2260-ACCEPT-LOAN-DETAILS.
003191     IF AO-OPENING-BALANCE NOT > ZERO
003192         DISPLAY 'A loan needs its principal keyed as the '
003193             'opening amount. Entry rejected.'
003194         SET AO-ENTRY-IS-INVALID TO TRUE
003195         GO TO 2260-ACCEPT-LOAN-DETAILS-EXIT
003196     END-IF
003197     DISPLAY 'Enter term in months (1-360): '
003198     ACCEPT AO-TERM-MONTHS
003199     IF AO-TERM-MONTHS NOT NUMERIC
003200             OR AO-TERM-MONTHS = ZERO
003201             OR AO-TERM-MONTHS > 360
003202         DISPLAY 'Term must be 1 to 360 months. Entry rejected.'
003203         SET AO-ENTRY-IS-INVALID TO TRUE
003204         GO TO 2260-ACCEPT-LOAN-DETAILS-EXIT
003205     END-IF
003206     DISPLAY 'Enter annual loan rate (e.g. 0.0750): '
003207     ACCEPT AO-ANNUAL-RATE
003208     IF AO-ANNUAL-RATE NOT NUMERIC
003209             OR AO-ANNUAL-RATE = ZERO
003210         DISPLAY 'Rate must be numeric and above zero. '
003211             'Entry rejected.'
003212         SET AO-ENTRY-IS-INVALID TO TRUE
003213         GO TO 2260-ACCEPT-LOAN-DETAILS-EXIT
003214     END-IF
003215     DISPLAY 'Enter repayment day of the month (1-28): '
003216     ACCEPT AO-REPAY-DAY
003217     IF AO-REPAY-DAY NOT NUMERIC
003218             OR AO-REPAY-DAY = ZERO
003219             OR AO-REPAY-DAY > 28
003220         DISPLAY 'Repayment day must be 1 to 28. '
003221             'Entry rejected.'
003222         SET AO-ENTRY-IS-INVALID TO TRUE
003223         GO TO 2260-ACCEPT-LOAN-DETAILS-EXIT
003224     END-IF
003225     DISPLAY 'Enter nominated checking account number: '
003226     ACCEPT AO-SETTLE-ACCOUNT-ID
003227     MOVE 'READ ' TO AO-FUNCTION-CODE
003228     CALL 'DATA-PROGRAM' USING AO-FUNCTION-CODE
003229         AO-SETTLE-ACCOUNT-ID AO-SETTLE-BALANCE AO-STATUS-CODE
003230         AO-SETTLE-OD-LIMIT AO-SETTLE-OVERDRAWN-FLAG
003231         AO-SETTLE-STATUS-FLAG AO-SETTLE-ACCOUNT-TYPE
003232         AO-SETTLE-CURRENCY
003233     END-CALL
003234     IF AO-STATUS-CODE NOT = 'OK '
003235         DISPLAY 'Checking account ' AO-SETTLE-ACCOUNT-ID
003236             ' not found. Entry rejected.'
003237         SET AO-ENTRY-IS-INVALID TO TRUE
003238         GO TO 2260-ACCEPT-LOAN-DETAILS-EXIT
003239     END-IF
003240     IF AO-SETTLE-STATUS-FLAG NOT = 'A'
003241             AND AO-SETTLE-STATUS-FLAG NOT = SPACE
003242         DISPLAY 'Checking account is not active. '
003243             'Entry rejected.'
003244         SET AO-ENTRY-IS-INVALID TO TRUE
003245         GO TO 2260-ACCEPT-LOAN-DETAILS-EXIT
003246     END-IF
003247     IF AO-SETTLE-CURRENCY NOT = SPACES
003248         DISPLAY 'Checking account must be held in home '
003249             'currency. Entry rejected.'
003250         SET AO-ENTRY-IS-INVALID TO TRUE
003251         GO TO 2260-ACCEPT-LOAN-DETAILS-EXIT
003252     END-IF
003253     IF AO-SETTLE-ACCOUNT-TYPE NOT = 'C'
003254             AND AO-SETTLE-ACCOUNT-TYPE NOT = SPACE
003255         DISPLAY 'Installments are collected only from a '
003256             'checking account. Entry rejected.'
003257         SET AO-ENTRY-IS-INVALID TO TRUE
003258     END-IF.
003259
003260 2260-ACCEPT-LOAN-DETAILS-EXIT.
003261     EXIT.
003262
003263*****************************************************************
003264* 2300-RESOLVE-CUSTOMER-NO reads the customer number for the   *
003265* account being opened: an existing customer's number is keyed *
003266* and verified against the customer master, while zero asks    *
003267* for a new customer and assigns the next free number.  The    *
003270* verification scan reuses the customer-master record area,    *
003280* so the new account's key is parked and restored around it.   *
003290*****************************************************************
003570
003580*****************************************************************
003590* 2400-SCAN-CUSTOMER-NUMBERS walks the whole customer master   *
003600* once, keeping the highest customer number on file, whether   *
003610* the keyed number appears on any record, and whether the      *
003615* customer is flagged for backup withholding.  A record        *
003620* written before customer numbers reads back non-numeric and   *
003630* counts as unassigned.                                        *
003640*****************************************************************
003660     SET AO-CUST-EOF-SW TO 'N'
003670     SET AO-CUSTNO-FOUND-SW TO 'N'
003680     MOVE ZERO TO AO-HIGH-CUSTOMER-NO
003685     MOVE 'N' TO AO-WITHHOLD-FLAG
003690     MOVE LOW-VALUES TO CM-ACCOUNT-ID
003700     START CUSTOMER-MASTER-FILE KEY IS >= CM-ACCOUNT-ID
003710         INVALID KEY
003950         IF AO-CUSTOMER-NO NOT = ZERO
003960                 AND CM-CUSTOMER-NO = AO-CUSTOMER-NO
003970             SET AO-CUSTNO-FOUND TO TRUE
003972             IF CM-BACKUP-WITHHOLDING
003974                 MOVE 'Y' TO AO-WITHHOLD-FLAG
003976             END-IF
003980         END-IF
003990     END-IF.
004000
004110     MOVE AO-CUSTOMER-ADDRESS TO CM-CUSTOMER-ADDRESS
004120     MOVE AO-CUSTOMER-NO TO CM-CUSTOMER-NO
004130     MOVE ZERO TO CM-CLOSE-DATE
004135     MOVE AO-WITHHOLD-FLAG TO CM-BACKUP-WITHHOLD-FLAG
004137     MOVE AO-BRANCH-CODE TO CM-BRANCH-CODE
004140     MOVE 'GET  ' TO AO-BD-FUNCTION-CODE
004150     CALL 'BUSDATE-PROGRAM' USING AO-BD-FUNCTION-CODE
004160         CM-OPEN-DATE
004460     CALL 'DATA-PROGRAM' USING AO-FUNCTION-CODE AB-ACCOUNT-ID
004470         AB-BALANCE AO-STATUS-CODE AB-OD-LIMIT
004480         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
004485         AO-CURRENCY-CODE
004490     END-CALL
004500     IF AO-STATUS-CODE = 'OK '
004510         ADD 1 TO AO-OPENED-COUNT
004660* account just created, through OPERATIONS so the posting gets *
004670* its own audit trail entry like any other credit.  A zero     *
004680* deposit opens the account with nothing to post.              *
004683* Once a term deposit's principal has posted, its contract     *
004685* is written.                                                  *
004686* A loan's principal is not credited to the loan itself: it    *
004687* is advanced to the nominated checking account through        *
004688* LOANDISB, and once it has posted the loan contract and       *
004689* repayment schedule are written.                              *
004690*****************************************************************
004700 4100-POST-OPENING-DEPOSIT.
004710     IF AO-OPENING-BALANCE > ZERO
004711         IF AO-ACCOUNT-TYPE = 'L'
004712             MOVE 'LOANDISB' TO AO-OPERATION-CODE
004713             MOVE AO-SETTLE-ACCOUNT-ID TO AO-TO-ACCOUNT-ID
004714         ELSE
004715             MOVE 'CREDIT  ' TO AO-OPERATION-CODE
004716             MOVE ZERO TO AO-TO-ACCOUNT-ID
004717         END-IF
004720         CALL 'OPERATIONS' USING AB-ACCOUNT-ID
004730             AO-OPERATION-CODE AO-OPENING-BALANCE AB-BALANCE
004740             AO-SUPERVISOR-ID AO-TO-ACCOUNT-ID AO-OPERATOR-ID
004780             DISPLAY 'ACCOUNT-OPEN: opening deposit could not '
004790                 'be posted for account ' AB-ACCOUNT-ID
004800                 ' - status ' AO-RESULT-STATUS
004801         ELSE
004802             IF AO-ACCOUNT-TYPE = 'T'
004803                 PERFORM 4200-WRITE-TERM-CONTRACT THRU
004804                     4200-WRITE-TERM-CONTRACT-EXIT
004805             END-IF
004806             IF AO-ACCOUNT-TYPE = 'L'
004807                 PERFORM 4300-WRITE-LOAN-CONTRACT THRU
004808                     4300-WRITE-LOAN-CONTRACT-EXIT
004809             END-IF
004810         END-IF
004820     END-IF.
004830
004890* limit from its type's bank parameter record, and falls back  *
004900* to the type's standard opening balance when no deposit was   *
004910* keyed.  A type with no parameter record keeps the shipped    *
004920* defaults.  The standard opening balance is a home-currency   *
004925* figure and is not applied to a foreign-currency account.     *
004930*****************************************************************
004940 4050-APPLY-TYPE-DEFAULTS.
004950     SET AO-PARM-FOUND-SW TO 'N'
005010     IF AO-PARM-FOUND
005020         MOVE AO-PARM-OD-LIMIT (AO-PARM-IDX) TO AB-OD-LIMIT
005030         IF AO-OPENING-BALANCE = ZERO
005035                 AND AO-CURRENCY-CODE = SPACES
005040             MOVE AO-PARM-OPENING-BALANCE (AO-PARM-IDX) TO
005050                 AO-OPENING-BALANCE
005060         END-IF
005260     EXIT.
005270
005280*****************************************************************
005281* 4200-WRITE-TERM-CONTRACT appends the new deposit's contract  *
005282* to the term-deposit file.  The term starts on the business   *
005283* date the account opened and matures the same day of the      *
005284* month the given number of months later, pulled back to the   *
005285* month end where that month is shorter.                       *
005286*****************************************************************
005287 4200-WRITE-TERM-CONTRACT.
005288     MOVE SPACES TO TERM-DEPOSIT-RECORD
005289     MOVE CM-ACCOUNT-ID TO TM-ACCOUNT-ID
005290     MOVE AO-OPENING-BALANCE TO TM-PRINCIPAL
005291     MOVE AO-ANNUAL-RATE TO TM-ANNUAL-RATE
005292     MOVE CM-OPEN-DATE TO TM-START-DATE
005293     MOVE CM-OPEN-DATE TO AO-WORK-DATE
005294     MOVE ZERO TO AO-MONTH-COUNT
005295     PERFORM 4210-ADD-ONE-MONTH THRU 4210-ADD-ONE-MONTH-EXIT
005296         UNTIL AO-MONTH-COUNT = AO-TERM-MONTHS
005297     PERFORM 4220-SET-DAYS-IN-MONTH THRU
005298         4220-SET-DAYS-IN-MONTH-EXIT
005299     IF AO-WORK-DAY > AO-DAYS-IN-MONTH
005300         MOVE AO-DAYS-IN-MONTH TO AO-WORK-DAY
005301     END-IF
005302     MOVE AO-WORK-DATE TO TM-MATURITY-DATE
005303     MOVE AO-TERM-MONTHS TO TM-TERM-MONTHS
005304     MOVE AO-SETTLE-ACCOUNT-ID TO TM-SETTLE-ACCOUNT-ID
005305     MOVE AO-MATURITY-INSTR TO TM-MATURITY-INSTR
005306     SET TM-IS-RUNNING TO TRUE
005307     MOVE ZERO TO TM-INTEREST-TO-DATE
005308     MOVE ZERO TO TM-CLOSED-DATE
005309     OPEN EXTEND TERM-DEPOSIT-FILE
005310     IF TM-FILE-STATUS NOT = '00' AND TM-FILE-STATUS NOT = '05'
005311         CLOSE TERM-DEPOSIT-FILE
005312         OPEN OUTPUT TERM-DEPOSIT-FILE
005313     END-IF
005314     WRITE TERM-DEPOSIT-RECORD
005315     IF TM-FILE-STATUS NOT = '00'
005316         DISPLAY 'ACCOUNT-OPEN: term-deposit contract could not '
005317             'be written for account ' TM-ACCOUNT-ID
005318             ' - status ' TM-FILE-STATUS
005319     ELSE
005320         DISPLAY 'Term deposit ' TM-ACCOUNT-ID ' matures on '
005321             TM-MATURITY-DATE
005322     END-IF
005323     CLOSE TERM-DEPOSIT-FILE.
005324
005325 4200-WRITE-TERM-CONTRACT-EXIT.
005326     EXIT.
005327
005328*****************************************************************
005329* 4210-ADD-ONE-MONTH steps the work date forward one month,    *
005330* leaving the day of the month to be clamped at the end.       *
005331*****************************************************************
005332 4210-ADD-ONE-MONTH.
005333     ADD 1 TO AO-MONTH-COUNT
005334     IF AO-WORK-MONTH = 12
005335         MOVE 1 TO AO-WORK-MONTH
005336         ADD 1 TO AO-WORK-YEAR
005337     ELSE
005338         ADD 1 TO AO-WORK-MONTH
005339     END-IF.
005340
005341 4210-ADD-ONE-MONTH-EXIT.
005342     EXIT.
005343
005344*****************************************************************
005345* 4220-SET-DAYS-IN-MONTH sets the number of days in the work   *
005346* date's month, allowing for leap years.                       *
005347*****************************************************************
005348 4220-SET-DAYS-IN-MONTH.
005349     EVALUATE AO-WORK-MONTH
005350         WHEN 01
005351         WHEN 03
005352         WHEN 05
005353         WHEN 07
005354         WHEN 08
005355         WHEN 10
005356         WHEN 12
005357             MOVE 31 TO AO-DAYS-IN-MONTH
005358         WHEN 04
005359         WHEN 06
005360         WHEN 09
005361         WHEN 11
005362             MOVE 30 TO AO-DAYS-IN-MONTH
005363         WHEN 02
005364             DIVIDE AO-WORK-YEAR BY 4 GIVING AO-L-QUOTIENT
005365                 REMAINDER AO-L-REM-4
005366             DIVIDE AO-WORK-YEAR BY 100 GIVING AO-L-QUOTIENT
005367                 REMAINDER AO-L-REM-100
005368             DIVIDE AO-WORK-YEAR BY 400 GIVING AO-L-QUOTIENT
005369                 REMAINDER AO-L-REM-400
005370             IF AO-L-REM-4 = ZERO AND
005371                     (AO-L-REM-100 NOT = ZERO
005372                         OR AO-L-REM-400 = ZERO)
005373                 MOVE 29 TO AO-DAYS-IN-MONTH
005383             ELSE
005393                 MOVE 28 TO AO-DAYS-IN-MONTH
005403             END-IF
005413     END-EVALUATE.
005423
005433 4220-SET-DAYS-IN-MONTH-EXIT.
005443     EXIT.
005453
005463*****************************************************************
005473* 4300-WRITE-LOAN-CONTRACT works out the level monthly         *
005483* installment that repays the principal with interest over the *
005493* term - principal times the monthly rate, divided by one less *
005503* one over the growth factor, (1 + monthly rate) raised to the *
005513* term - and appends the loan contract to the loan master      *
005523* file and its repayment schedule to the schedule file.  The   *
005533* first installment falls due on the repayment day of the      *
005543* month after booking.                                         *
005553*****************************************************************
005563 4300-WRITE-LOAN-CONTRACT.
005573     COMPUTE AO-MONTHLY-RATE ROUNDED = AO-ANNUAL-RATE / 12
005583     COMPUTE AO-RATE-BASE = 1 + AO-MONTHLY-RATE
005593     COMPUTE AO-GROWTH-FACTOR ROUNDED =
005603         AO-RATE-BASE ** AO-TERM-MONTHS
005613     COMPUTE AO-INSTALLMENT ROUNDED =
005623         AO-OPENING-BALANCE * AO-MONTHLY-RATE
005633             / (1 - 1 / AO-GROWTH-FACTOR)
005643
005653     MOVE CM-OPEN-DATE TO AO-WORK-DATE
005663     MOVE ZERO TO AO-MONTH-COUNT
005673     PERFORM 4210-ADD-ONE-MONTH THRU 4210-ADD-ONE-MONTH-EXIT
005683     MOVE AO-REPAY-DAY TO AO-WORK-DAY
005693
005703     MOVE SPACES TO LOAN-MASTER-RECORD
005713     MOVE CM-ACCOUNT-ID TO LN-ACCOUNT-ID
005723     MOVE AO-OPENING-BALANCE TO LN-PRINCIPAL
005733     MOVE AO-ANNUAL-RATE TO LN-ANNUAL-RATE
005743     MOVE AO-TERM-MONTHS TO LN-TERM-MONTHS
005753     MOVE AO-REPAY-DAY TO LN-REPAY-DAY
005763     MOVE AO-SETTLE-ACCOUNT-ID TO LN-PAY-ACCOUNT-ID
005773     MOVE AO-INSTALLMENT TO LN-INSTALLMENT
005783     MOVE CM-OPEN-DATE TO LN-START-DATE
005793     MOVE AO-WORK-DATE TO LN-FIRST-DUE-DATE
005803     OPEN EXTEND LOAN-MASTER-FILE
005813     IF LN-FILE-STATUS NOT = '00' AND LN-FILE-STATUS NOT = '05'
005823         CLOSE LOAN-MASTER-FILE
005833         OPEN OUTPUT LOAN-MASTER-FILE
005843     END-IF
005853     WRITE LOAN-MASTER-RECORD
005863     IF LN-FILE-STATUS NOT = '00'
005873         DISPLAY 'ACCOUNT-OPEN: loan contract could not be '
005883             'written for account ' LN-ACCOUNT-ID
005893             ' - status ' LN-FILE-STATUS
005903         CLOSE LOAN-MASTER-FILE
005913         GO TO 4300-WRITE-LOAN-CONTRACT-EXIT
005923     END-IF
005933     CLOSE LOAN-MASTER-FILE
005943
005953     OPEN EXTEND LOAN-SCHEDULE-FILE
005963     IF LS-FILE-STATUS NOT = '00' AND LS-FILE-STATUS NOT = '05'
005973         CLOSE LOAN-SCHEDULE-FILE
005983         OPEN OUTPUT LOAN-SCHEDULE-FILE
005993     END-IF
006003     MOVE AO-OPENING-BALANCE TO AO-LOAN-OUTSTANDING
006013     MOVE ZERO TO AO-INSTALLMENT-NO
006023     PERFORM 4310-WRITE-SCHEDULE-LINE THRU
006033         4310-WRITE-SCHEDULE-LINE-EXIT
006043         UNTIL AO-INSTALLMENT-NO = AO-TERM-MONTHS
006053     CLOSE LOAN-SCHEDULE-FILE
006063     DISPLAY 'Loan ' LN-ACCOUNT-ID ' booked: ' LN-TERM-MONTHS
006073         ' installments of ' LN-INSTALLMENT ' from '
006083         LN-FIRST-DUE-DATE.
006093
006103 4300-WRITE-LOAN-CONTRACT-EXIT.
006113     EXIT.
006123
006133*****************************************************************
006143* 4310-WRITE-SCHEDULE-LINE writes the next installment of the  *
006153* schedule.  Its interest part is one month's interest on the  *
006163* principal still outstanding and its principal part is the    *
006173* rest of the installment; the final installment instead takes *
006183* whatever principal is left, so rounding never leaves the loan*
006193* short or over-repaid.  The due date then steps on a month.   *
006203*****************************************************************
006213 4310-WRITE-SCHEDULE-LINE.
006223     ADD 1 TO AO-INSTALLMENT-NO
006233     MOVE SPACES TO LOAN-SCHEDULE-RECORD
006243     MOVE CM-ACCOUNT-ID TO LS-ACCOUNT-ID
006253     MOVE AO-INSTALLMENT-NO TO LS-INSTALLMENT-NO
006263     MOVE AO-WORK-DATE TO LS-DUE-DATE
006273     COMPUTE LS-INTEREST-PART ROUNDED =
006283         AO-LOAN-OUTSTANDING * AO-MONTHLY-RATE
006293     IF AO-INSTALLMENT-NO = AO-TERM-MONTHS
006303             OR AO-INSTALLMENT - LS-INTEREST-PART
006313                 > AO-LOAN-OUTSTANDING
006323         MOVE AO-LOAN-OUTSTANDING TO LS-PRINCIPAL-PART
006333     ELSE
006343         COMPUTE LS-PRINCIPAL-PART =
006353             AO-INSTALLMENT - LS-INTEREST-PART
006363     END-IF
006373     COMPUTE LS-AMOUNT = LS-INTEREST-PART + LS-PRINCIPAL-PART
006383     SUBTRACT LS-PRINCIPAL-PART FROM AO-LOAN-OUTSTANDING
006393     SET LS-INTEREST-NOT-CHARGED TO TRUE
006403     SET LS-IS-DUE TO TRUE
006413     MOVE ZERO TO LS-PAID-DATE
006423     WRITE LOAN-SCHEDULE-RECORD
006433     IF LS-FILE-STATUS NOT = '00'
006443         DISPLAY 'ACCOUNT-OPEN: schedule line ' LS-INSTALLMENT-NO
006453             ' could not be written for loan ' LS-ACCOUNT-ID
006463             ' - status ' LS-FILE-STATUS
006473     END-IF
006483     PERFORM 4210-ADD-ONE-MONTH THRU 4210-ADD-ONE-MONTH-EXIT.
006493
006503 4310-WRITE-SCHEDULE-LINE-EXIT.
006513     EXIT.
006523
006533*****************************************************************
006543* 9000-CLOSE-FILES closes the customer master and tells        *
006553* DATA-PROGRAM to close its own file.                          *
006563*****************************************************************
006573 9000-CLOSE-FILES.
006583     CLOSE CUSTOMER-MASTER-FILE
006593     MOVE 'CLOSE' TO AO-FUNCTION-CODE
006603     CALL 'DATA-PROGRAM' USING AO-FUNCTION-CODE AB-ACCOUNT-ID
006613         AB-BALANCE
006623     END-CALL.
006633
006643 9000-CLOSE-FILES-EXIT.
006653     EXIT.
