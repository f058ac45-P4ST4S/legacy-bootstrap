001000*                  night - and archive entries dated today are   *
001010*                  skipped so a post-load inquiry cannot show    *
001020*                  an entry twice.                               *
001021* 10/15/2026  RLM  DEBIT, TRANSFER, and PAYMENT now also ask     *
001022*                  for a supervisor when the amount is over the  *
001023*                  operator's own single-posting authority or    *
001024*                  would take their cash out for the day over    *
001025*                  their daily cap, both carried on the          *
001026*                  operator's OPERATOR-FILE record.              *
001027* 10/15/2026  RLM  Posting choices are refused while the         *
001028*                  nightly stream holds online postings closed   *
001029*                  on RUN-CONTROL - only the balance and the     *
001030*                  history inquiry stay open - and a new choice  *
001031*                  13 lets a supervisor force postings open for  *
001032*                  an emergency, audited as ONLNOPEN.            *
001033* 10/15/2026  RLM  Audit entries are stamped with their          *
001034*                  chained check value by AUDIT-CHAIN just       *
001035*                  before they are appended to the trail.        *
001036* 10/15/2026  RLM  PAYMENT asks for the currency the payment is  *
001037*                  sent in - blank for the account's own - and   *
001038*                  passes it to OPERATIONS.  The supervisor and  *
001039*                  operator-authority tests are made on the      *
001040*                  amount restated in home currency at the       *
001041*                  day's rate, as OPERATIONS makes them.         *
001042* 10/15/2026  RLM  The history inquiry also lists the notices    *
001043*                  mailed or held for the account, off the       *
001044*                  correspondence history LETTER-RUN keeps.      *
001045* 10/15/2026  RLM  The currency and branch blocks on the audit   *
001046*                  entry are cleared before the entry is         *
001047*                  stamped, so no currency or branch is carried  *
001048*                  over from the entry read to seed the sequence *
001049*                  number, and AUDIT-CHAIN fills in the branches *
001050*                  afresh.                                       *
001051*****************************************************************
001052*
001053*****************************************************************
001060* MAIN-PROGRAM drives the Account Management System menu.      *
001070* It reads the account number and operator's choice, collects  *
001080* an amount for a credit, debit, or transfer, validates the    *
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS MP-OPWORK-FILE-STATUS.
001360
001362     SELECT CORRESPONDENCE-HISTORY-FILE ASSIGN TO "CORRHIST"
001364         ORGANIZATION IS LINE SEQUENTIAL
001366         FILE STATUS IS MP-CORRHIST-FILE-STATUS.
001368
001370 DATA DIVISION.
001380 FILE SECTION.
001390 FD  OPERATOR-FILE.
001550             ==OR-STATUS-FLAG==      BY ==OW-STATUS-FLAG==
001560             ==OR-IS-ENABLED==       BY ==OW-IS-ENABLED==
001570             ==OR-IS-DISABLED==      BY ==OW-IS-DISABLED==
001580             ==OR-IS-LOCKED==        BY ==OW-IS-LOCKED==
001583             ==OR-MAX-SINGLE-AMOUNT== BY ==OW-MAX-SINGLE-AMOUNT==
001586             ==OR-DAILY-CASH-CAP==   BY ==OW-DAILY-CASH-CAP==.
001590
001600 FD  AUDIT-TRAIL-FILE.
001610 01  AUDIT-TRAIL-RECORD.
001640 FD  TRANSACTION-HISTORY-FILE.
001650 01  TRANSACTION-HISTORY-RECORD.
001660     COPY TXHREC.
001662
001664 FD  CORRESPONDENCE-HISTORY-FILE.
001666 01  CORRESPONDENCE-HISTORY-RECORD.
001668     COPY NOTHREC.
001670
001680 WORKING-STORAGE SECTION.
001690 01  MP-SWITCHES.
001850         88  MP-ID-FOUND                   VALUE 'Y'.
001860     05  MP-LOCK-EOF-SW          PIC X(01) VALUE 'N'.
001870         88  MP-LOCK-EOF                   VALUE 'Y'.
001872     05  MP-OVER-AUTHORITY-SW    PIC X(01) VALUE 'N'.
001874         88  MP-OVER-AUTHORITY             VALUE 'Y'.
001876     05  MP-CASHOUT-EOF-SW       PIC X(01) VALUE 'N'.
001878         88  MP-CASHOUT-EOF                VALUE 'Y'.
001880     05  MP-ONLINE-CLOSED-SW     PIC X(01) VALUE 'N'.
001882         88  MP-ONLINE-CLOSED              VALUE 'Y'.
001884     05  MP-SEQUENCE-EOF-SW      PIC X(01) VALUE 'N'.
001885         88  MP-SEQUENCE-EOF               VALUE 'Y'.
001886     05  MP-CORRHIST-EOF-SW      PIC X(01) VALUE 'N'.
001887         88  MP-CORRHIST-EOF               VALUE 'Y'.
001888
001890 01  CURRENT-ACCOUNT-RECORD.
001900     COPY ACCTREC.
001910
001920 01  MP-USER-CHOICE               PIC 9(02) VALUE 0.
001923     88  MP-POSTING-CHOICE                 VALUES 2 3 5 6 7
001926                                                  9 THRU 12.
001930 01  MP-OPERATION-CODE            PIC X(08).
001940 01  MP-AMOUNT                    PIC S9(9)V99 VALUE ZERO.
001950 01  MP-SUPERVISOR-ID             PIC X(08) VALUE SPACES.
002020     05  MP-BENEF-NAME            PIC X(30) VALUE SPACES.
002030     05  MP-BENEF-BANK            PIC X(11) VALUE SPACES.
002040     05  MP-BENEF-ACCOUNT         PIC X(20) VALUE SPACES.
002041 01  MP-AMOUNT-CURRENCY           PIC X(03) VALUE SPACES.
002042 01  MP-HOME-AMOUNT               PIC S9(11)V99 VALUE ZERO.
002043 01  MP-RATE-CURRENCY             PIC X(03) VALUE SPACES.
002044 01  MP-HOME-RATE                 PIC 9(05)V9(06) VALUE 1.
002045 01  MP-FX-FUNCTION-CODE          PIC X(05).
002046 01  MP-FX-STATUS-CODE            PIC X(03).
002047 01  MP-READ-STATUS               PIC X(03).
002050 01  MP-AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
002060 01  MP-HISTORY-FILE-STATUS       PIC X(02) VALUE '00'.
002070 01  MP-TODAY                     PIC 9(08) VALUE ZERO.
002080 01  MP-BD-FUNCTION-CODE          PIC X(05).
002085 01  MP-CHAIN-FUNCTION-CODE       PIC X(05).
002090
002100*****************************************************************
002110* The history table is a ring of the account's last 20 audit    *
002440                   ==AT-SUPERVISOR-ID== BY ==HE-SUPERVISOR-ID==
002450                   ==AT-OPERATOR-ID==   BY ==HE-OPERATOR-ID==
002460                   ==AT-ORIG-DATE==     BY ==HE-ORIG-DATE==
002461                   ==AT-ORIG-SEQ==      BY ==HE-ORIG-SEQ==
002462                   ==AT-CURRENCY-BLOCK== BY ==HE-CURRENCY-BLOCK==
002463                   ==AT-CURRENCY-CODE== BY ==HE-CURRENCY-CODE==
002464                   ==AT-HOME-RATE==     BY ==HE-HOME-RATE==
002465                   ==AT-COUNTER-AMOUNT== BY ==HE-COUNTER-AMOUNT==
002466                   ==AT-COUNTER-CURRENCY==
002467                       BY ==HE-COUNTER-CURRENCY==
002468                   ==AT-EXCHANGE-RATE== BY ==HE-EXCHANGE-RATE==
002469                   ==AT-BRANCH-BLOCK==  BY ==HE-BRANCH-BLOCK==
002470                   ==AT-BRANCH-CODE==   BY ==HE-BRANCH-CODE==
002471                   ==AT-ACCOUNT-BRANCH==
002472                       BY ==HE-ACCOUNT-BRANCH==
002473                   ==AT-PRIOR-BRANCH==  BY ==HE-PRIOR-BRANCH==.
002480
002490 01  MP-HIST-DISPLAY-LINE.
002500     05  MP-HD-TRAN-DATE          PIC 9(08).
002570     05  FILLER                   PIC X(01) VALUE SPACE.
002580     05  MP-HD-RESULT-BAL         PIC -Z,ZZZ,ZZZ,ZZ9.99.
002590     05  FILLER                   PIC X(01) VALUE SPACE.
002591     05  MP-HD-OPERATOR           PIC X(08).
002593 01  MP-CORRHIST-FILE-STATUS      PIC X(02) VALUE '00'.
002594 01  MP-CORR-COUNT                PIC 9(04) VALUE ZERO.
002595 01  MP-CORR-DISPLAY-LINE.
002596     05  MP-CD-PROCESSED-DATE     PIC 9(08).
002597     05  FILLER                   PIC X(01) VALUE SPACE.
002598     05  MP-CD-NOTICE-TYPE        PIC X(08).
002599     05  FILLER                   PIC X(01) VALUE SPACE.
002600     05  MP-CD-FIRST-AMOUNT       PIC -Z,ZZZ,ZZZ,ZZ9.99.
002601     05  FILLER                   PIC X(01) VALUE SPACE.
002602     05  MP-CD-SECOND-AMOUNT      PIC -Z,ZZZ,ZZZ,ZZ9.99.
002603     05  FILLER                   PIC X(01) VALUE SPACE.
002604     05  MP-CD-RESULT             PIC X(20).
002610 01  MP-DUMMY-FUNCTION            PIC X(05).
002620 01  MP-OPERATOR-FILE-STATUS      PIC X(02) VALUE '00'.
002630
002750         10  MP-TABLE-OPERATOR-PIN   PIC X(04).
002760         10  MP-TABLE-FAIL-COUNT     PIC 9(01).
002770         10  MP-TABLE-PIN-CLEAR-SW   PIC X(01).
002773         10  MP-TABLE-MAX-SINGLE     PIC 9(9)V99.
002776         10  MP-TABLE-DAILY-CAP      PIC 9(9)V99.
002778         10  MP-TABLE-SUPER-SW       PIC X(01).
002780 01  MP-OPERATOR-COUNT            PIC 9(03) VALUE ZERO.
002790 01  MP-OPERATOR-ID               PIC X(08) VALUE SPACES.
002800 01  MP-OPERATOR-PIN              PIC X(04) VALUE SPACES.
002840 01  MP-OPWORK-FILE-STATUS        PIC X(02) VALUE '00'.
002850 01  MP-LOCK-PIN-IN               PIC X(04) VALUE SPACES.
002860 01  MP-LOCK-PIN-OUT              PIC X(04) VALUE SPACES.
002865 01  MP-CASH-OUT-TOTAL            PIC 9(11)V99 VALUE ZERO.
002866 01  MP-RUN-FUNCTION-CODE         PIC X(05).
002867 01  MP-RUN-STEP-NAME             PIC X(12) VALUE SPACES.
002868 01  MP-RUN-STATUS-CODE           PIC X(03) VALUE SPACES.
002869 01  MP-RUN-SEQUENCE-NO           PIC 9(06) VALUE ZERO.
002870
002880 PROCEDURE DIVISION.
002890 0000-MAIN-CONTROL.
003890
003900*****************************************************************
003910* 0070-READ-OPERATOR-RECORD reads one OPERATOR-FILE record into *
003920* the next free slot of MP-OPERATOR-TABLE, with the operator's  *
003925* posting limits - zero when not set.                           *
003930*****************************************************************
003940 0070-READ-OPERATOR-RECORD.
003950     READ OPERATOR-FILE
004190                     ELSE
004200                         MOVE 'N' TO MP-TABLE-PIN-CLEAR-SW
004210                             (MP-OPERATOR-IDX)
004211                     END-IF
004212                     IF OR-MAX-SINGLE-AMOUNT NUMERIC
004213                         MOVE OR-MAX-SINGLE-AMOUNT TO
004214                             MP-TABLE-MAX-SINGLE (MP-OPERATOR-IDX)
004215                     ELSE
004216                         MOVE ZERO TO
004217                             MP-TABLE-MAX-SINGLE (MP-OPERATOR-IDX)
004218                     END-IF
004219                     IF OR-DAILY-CASH-CAP NUMERIC
004220                         MOVE OR-DAILY-CASH-CAP TO
004221                             MP-TABLE-DAILY-CAP (MP-OPERATOR-IDX)
004222                     ELSE
004223                         MOVE ZERO TO
004224                             MP-TABLE-DAILY-CAP (MP-OPERATOR-IDX)
004225                     END-IF
004226                     IF OR-IS-SUPERVISOR
004227                         MOVE 'Y' TO
004228                             MP-TABLE-SUPER-SW (MP-OPERATOR-IDX)
004229                     ELSE
004230                         MOVE 'N' TO
004231                             MP-TABLE-SUPER-SW (MP-OPERATOR-IDX)
004232                     END-IF
004233                 END-IF
004240             END-IF
004250     END-READ.
004260
004460     DISPLAY '--------------------------------'
004470     DISPLAY 'Account Management System'
004480     DISPLAY 'Account: ' AB-ACCOUNT-ID
004481     PERFORM 0450-CHECK-ONLINE-STATE
004482     IF MP-ONLINE-CLOSED
004483         DISPLAY '*** Nightly processing - postings closed, '
004484             'inquiry only ***'
004485     END-IF
004490     DISPLAY '1. View Balance'
004500     DISPLAY '2. Credit Account'
004510     DISPLAY '3. Debit Account'
004580     DISPLAY '10. Place Funds Hold'
004590     DISPLAY '11. Release Funds Hold'
004600     DISPLAY '12. Outgoing Payment'
004605     DISPLAY '13. Force Online Postings Open'
004610     DISPLAY '--------------------------------'.
004620
004630 0200-DISPLAY-MENU-EXIT.
004670* 0300-ACCEPT-CHOICE reads the operator's menu selection.       *
004680*****************************************************************
004690 0300-ACCEPT-CHOICE.
004700     DISPLAY 'Enter your choice (1-13): '
004710     ACCEPT MP-USER-CHOICE.
004720
004730 0300-ACCEPT-CHOICE-EXIT.
004760*****************************************************************
004770* 0400-PROCESS-CHOICE dispatches the selected menu option.      *
004780* Credit, Debit, and Transfer each require the operator to pass *
004790* credential validation before OPERATIONS is called.  While     *
004793* the nightly stream holds online postings closed only the      *
004796* balance and history inquiry are taken.                        *
004800*****************************************************************
004810 0400-PROCESS-CHOICE.
004820     MOVE SPACES TO MP-SUPERVISOR-ID
004821     IF MP-POSTING-CHOICE
004822         PERFORM 0450-CHECK-ONLINE-STATE
004823         IF MP-ONLINE-CLOSED
004824             DISPLAY 'Online postings are closed while the '
004825                 'nightly stream runs - only the balance '
004826                 'and history inquiry are available.'
004827             GO TO 0400-PROCESS-CHOICE-EXIT
004828         END-IF
004829     END-IF
004830     EVALUATE MP-USER-CHOICE
004840         WHEN 1
004850             MOVE 'TOTAL   ' TO MP-OPERATION-CODE
004970             IF MP-OPERATOR-IS-VALID
004980                 MOVE 'DEBIT   ' TO MP-OPERATION-CODE
004990                 PERFORM 0500-ACCEPT-AMOUNT
005000                 PERFORM 0560-CHECK-OPERATOR-AUTHORITY THRU
005001                     0560-CHECK-OPERATOR-AUTHORITY-EXIT
005002                 IF MP-HOME-AMOUNT > MP-LARGE-DEBIT-LIMIT
005005                         OR MP-OVER-AUTHORITY
005010                     PERFORM 0550-ACCEPT-SUPERVISOR-ID
005020                 END-IF
005030                 PERFORM 0600-CALL-OPERATIONS
005100                 MOVE 'TRANSFER' TO MP-OPERATION-CODE
005110                 PERFORM 0700-ACCEPT-TO-ACCOUNT-ID
005120                 PERFORM 0500-ACCEPT-AMOUNT
005130                 PERFORM 0560-CHECK-OPERATOR-AUTHORITY THRU
005131                     0560-CHECK-OPERATOR-AUTHORITY-EXIT
005132                 IF MP-HOME-AMOUNT > MP-LARGE-DEBIT-LIMIT
005135                         OR MP-OVER-AUTHORITY
005140                     PERFORM 0550-ACCEPT-SUPERVISOR-ID
005150                 END-IF
005160                 PERFORM 0600-CALL-OPERATIONS
005260         WHEN 8
005270             PERFORM 0950-SHOW-HISTORY THRU
005280                 0950-SHOW-HISTORY-EXIT
005282             PERFORM 0975-SHOW-CORRESPONDENCE THRU
005284                 0975-SHOW-CORRESPONDENCE-EXIT
005290         WHEN 9
005300             PERFORM 0800-VALIDATE-OPERATOR
005310             IF MP-OPERATOR-IS-VALID
005660                 MOVE 'PAYMENT ' TO MP-OPERATION-CODE
005670                 PERFORM 0500-ACCEPT-AMOUNT
005680                 PERFORM 0940-ACCEPT-BENEFICIARY
005690                 PERFORM 0560-CHECK-OPERATOR-AUTHORITY THRU
005691                     0560-CHECK-OPERATOR-AUTHORITY-EXIT
005692                 IF MP-HOME-AMOUNT > MP-LARGE-DEBIT-LIMIT
005695                         OR MP-OVER-AUTHORITY
005700                     PERFORM 0550-ACCEPT-SUPERVISOR-ID
005710                 END-IF
005720                 PERFORM 0600-CALL-OPERATIONS
005730             END-IF
005732         WHEN 13
005734             PERFORM 0980-FORCE-ONLINE-OPEN THRU
005736                 0980-FORCE-ONLINE-OPEN-EXIT
005740         WHEN OTHER
005750             DISPLAY 'Invalid choice, please select 1-13.'
005760     END-EVALUATE.
005770
005780 0400-PROCESS-CHOICE-EXIT.
005910
005920*****************************************************************
005930* 0550-ACCEPT-SUPERVISOR-ID reads the supervisor ID required   *
005931* for a debit, transfer, or payment over the large-debit       *
005932* limit or over the operator's own posting authority,          *
005933* matching the dual control our branch procedures already      *
005934* require manually.                                            *
005970*****************************************************************
005980 0550-ACCEPT-SUPERVISOR-ID.
005990     DISPLAY 'This transaction requires supervisor authorization.'
006710*****************************************************************
006720* 0940-ACCEPT-BENEFICIARY reads the beneficiary details for an *
006730* outgoing payment - the name, the clearing bank's routing     *
006740* code, and the account at the receiving bank - and the        *
006745* currency the payment is sent in, blank for the account's own.*
006750*****************************************************************
006760 0940-ACCEPT-BENEFICIARY.
006770     DISPLAY 'Enter beneficiary name: '
006790     DISPLAY 'Enter beneficiary bank code: '
006800     ACCEPT MP-BENEF-BANK
006810     DISPLAY 'Enter beneficiary account: '
006820     ACCEPT MP-BENEF-ACCOUNT
006822     DISPLAY 'Enter payment currency (blank for the account''s '
006824         'own): '
006826     ACCEPT MP-AMOUNT-CURRENCY.
006830
006840 0940-ACCEPT-BENEFICIARY-EXIT.
006850     EXIT.
010580         MP-AMOUNT AB-BALANCE MP-SUPERVISOR-ID MP-TO-ACCOUNT-ID
010590         MP-OPERATOR-ID MP-RESULT-STATUS MP-NEW-STATUS
010600         MP-ORIG-DATE MP-ORIG-SEQ MP-BENEFICIARY
010610         MP-AMOUNT-CURRENCY
010612     END-CALL
010615     MOVE SPACES TO MP-AMOUNT-CURRENCY.
010620
010630 0600-CALL-OPERATIONS-EXIT.
010640     EXIT.
010650
010660*****************************************************************
010670* 0450-CHECK-ONLINE-STATE asks RUN-CONTROL whether the nightly *
010680* stream has online postings closed, asked afresh each time so *
010690* a session left signed on over the start of the stream is     *
010700* closed with everyone else's.                                 *
010710*****************************************************************
010720 0450-CHECK-ONLINE-STATE.
010730     MOVE 'N' TO MP-ONLINE-CLOSED-SW
010740     MOVE 'QUERY' TO MP-RUN-FUNCTION-CODE
010750     MOVE SPACES TO MP-RUN-STEP-NAME
010760     CALL 'RUN-CONTROL' USING MP-RUN-FUNCTION-CODE
010770         MP-RUN-STEP-NAME MP-RUN-STATUS-CODE
010780     END-CALL
010790     IF MP-RUN-STATUS-CODE = 'CLS'
010800         SET MP-ONLINE-CLOSED TO TRUE
010810     END-IF.
010820
010830 0450-CHECK-ONLINE-STATE-EXIT.
010840     EXIT.
010850
010860*****************************************************************
010870* 0560-CHECK-OPERATOR-AUTHORITY sets MP-OVER-AUTHORITY when a  *
010880* debit, transfer, or payment is over the validated operator's *
010890* own single-posting authority, or would take their cash out   *
010900* for the day - their DEBIT, PAYMENT, and TRANSOUT entries on  *
010910* today's trail - over their daily cap.  Zero means no limit.  *
010920* OPERATIONS applies the same test, so an amount that gets     *
010930* past here without a supervisor is still refused there.       *
010940* Amounts are compared in home currency (0570).                *
010950*****************************************************************
010960 0560-CHECK-OPERATOR-AUTHORITY.
010970     MOVE 'N' TO MP-OVER-AUTHORITY-SW
010980     PERFORM 0570-SET-HOME-AMOUNT THRU 0570-SET-HOME-AMOUNT-EXIT
010990     IF MP-TABLE-MAX-SINGLE (MP-OPERATOR-IDX) > ZERO
011000             AND MP-HOME-AMOUNT >
011010                 MP-TABLE-MAX-SINGLE (MP-OPERATOR-IDX)
011020         SET MP-OVER-AUTHORITY TO TRUE
011030         DISPLAY 'Amount is over your single-posting authority.'
011040     END-IF
011050     IF MP-TABLE-DAILY-CAP (MP-OPERATOR-IDX) = ZERO
011060         GO TO 0560-CHECK-OPERATOR-AUTHORITY-EXIT
011070     END-IF
011080     MOVE 'GET  ' TO MP-BD-FUNCTION-CODE
011090     CALL 'BUSDATE-PROGRAM' USING MP-BD-FUNCTION-CODE MP-TODAY
011100     END-CALL
011110     MOVE ZERO TO MP-CASH-OUT-TOTAL
011120     MOVE 'N' TO MP-CASHOUT-EOF-SW
011130     OPEN INPUT AUDIT-TRAIL-FILE
011140     IF MP-AUDIT-FILE-STATUS = '00'
011150         PERFORM 0565-READ-CASH-OUT-ENTRY THRU
011160             0565-READ-CASH-OUT-ENTRY-EXIT
011170             UNTIL MP-CASHOUT-EOF
011180         CLOSE AUDIT-TRAIL-FILE
011190     END-IF
011200     IF MP-CASH-OUT-TOTAL + MP-HOME-AMOUNT >
011210             MP-TABLE-DAILY-CAP (MP-OPERATOR-IDX)
011220         SET MP-OVER-AUTHORITY TO TRUE
011230         DISPLAY 'Amount would take you over your daily '
011240             'cash-out cap.'
011250     END-IF.
011260
011270 0560-CHECK-OPERATOR-AUTHORITY-EXIT.
011280     EXIT.
011290
011300*****************************************************************
011310* 0565-READ-CASH-OUT-ENTRY reads one live audit entry and adds *
011320* it to MP-CASH-OUT-TOTAL when it is one of the operator's     *
011330* cash-out postings for today, restated in home currency at    *
011340* the rate carried on the entry.                               *
011350*****************************************************************
011360 0565-READ-CASH-OUT-ENTRY.
011370     READ AUDIT-TRAIL-FILE
011380         AT END
011390             SET MP-CASHOUT-EOF TO TRUE
011400         NOT AT END
011410             IF AT-TRAN-DATE = MP-TODAY
011420                     AND AT-OPERATOR-ID = MP-OPERATOR-ID
011430                     AND (AT-OPERATION-CODE = 'DEBIT   '
011440                       OR AT-OPERATION-CODE = 'PAYMENT '
011450                       OR AT-OPERATION-CODE = 'TRANSOUT')
011460                 IF AT-CURRENCY-CODE = SPACES
011470                         OR AT-HOME-RATE NOT NUMERIC
011480                     ADD AT-AMOUNT TO MP-CASH-OUT-TOTAL
011490                 ELSE
011500                     COMPUTE MP-CASH-OUT-TOTAL ROUNDED =
011510                         MP-CASH-OUT-TOTAL
011520                         + AT-AMOUNT * AT-HOME-RATE
011530                 END-IF
011540             END-IF
011550     END-READ.
011560
011570 0565-READ-CASH-OUT-ENTRY-EXIT.
011580     EXIT.
011590
011600*****************************************************************
011610* 0570-SET-HOME-AMOUNT restates the amount keyed in home       *
011620* currency at the day's rate for the limit tests - the         *
011630* payment currency's rate when one was keyed, else the         *
011640* account's.  With no rate on file the amount is taken as it   *
011650* stands; OPERATIONS refuses the posting in that case anyway.  *
011660*****************************************************************
011670 0570-SET-HOME-AMOUNT.
011680     MOVE MP-AMOUNT TO MP-HOME-AMOUNT
011690     MOVE 'READ ' TO MP-DUMMY-FUNCTION
011700     CALL 'DATA-PROGRAM' USING MP-DUMMY-FUNCTION AB-ACCOUNT-ID
011710         AB-BALANCE MP-READ-STATUS AB-OD-LIMIT AB-OVERDRAWN-FLAG
011720         AB-STATUS-FLAG AB-ACCOUNT-TYPE AB-CURRENCY-CODE
011730     END-CALL
011740     IF MP-READ-STATUS NOT = 'OK '
011750         GO TO 0570-SET-HOME-AMOUNT-EXIT
011760     END-IF
011770     MOVE AB-CURRENCY-CODE TO MP-RATE-CURRENCY
011780     IF MP-AMOUNT-CURRENCY NOT = SPACES
011790         MOVE MP-AMOUNT-CURRENCY TO MP-RATE-CURRENCY
011800     END-IF
011810     MOVE 'RATE ' TO MP-FX-FUNCTION-CODE
011820     CALL 'FXRATE-PROGRAM' USING MP-FX-FUNCTION-CODE
011830         MP-RATE-CURRENCY MP-HOME-RATE MP-FX-STATUS-CODE
011840     END-CALL
011850     IF MP-FX-STATUS-CODE = 'OK '
011860         COMPUTE MP-HOME-AMOUNT ROUNDED = MP-AMOUNT * MP-HOME-RATE
011870     END-IF.
011880
011890 0570-SET-HOME-AMOUNT-EXIT.
011900     EXIT.
011910
011920*****************************************************************
011930* 0975-SHOW-CORRESPONDENCE lists the notices LETTER-RUN has    *
011940* dealt with for the session's account, oldest first - the     *
011950* date of the run, the notice type, the two figures it quoted, *
011960* and whether it was mailed or held - so the teller can tell   *
011970* the customer what letters are on their way.                  *
011980*****************************************************************
011990 0975-SHOW-CORRESPONDENCE.
012000     MOVE ZERO TO MP-CORR-COUNT
012010     MOVE 'N' TO MP-CORRHIST-EOF-SW
012020     OPEN INPUT CORRESPONDENCE-HISTORY-FILE
012030     IF NOT MP-CORRHIST-FILE-STATUS = '00'
012040         DISPLAY 'No correspondence on record for account '
012050             AB-ACCOUNT-ID '.'
012060         GO TO 0975-SHOW-CORRESPONDENCE-EXIT
012070     END-IF
012080     PERFORM 0977-DISPLAY-CORRESPONDENCE THRU
012090         0977-DISPLAY-CORRESPONDENCE-EXIT
012100         UNTIL MP-CORRHIST-EOF
012110     CLOSE CORRESPONDENCE-HISTORY-FILE
012120     IF MP-CORR-COUNT = ZERO
012130         DISPLAY 'No correspondence on record for account '
012140             AB-ACCOUNT-ID '.'
012150     END-IF.
012160
012170 0975-SHOW-CORRESPONDENCE-EXIT.
012180     EXIT.
012190
012200*****************************************************************
012210* 0977-DISPLAY-CORRESPONDENCE reads the next history entry and *
012220* displays it when it is for the session's account, heading    *
012230* the list before the first.                                   *
012240*****************************************************************
012250 0977-DISPLAY-CORRESPONDENCE.
012260     READ CORRESPONDENCE-HISTORY-FILE
012270         AT END
012280             SET MP-CORRHIST-EOF TO TRUE
012290             GO TO 0977-DISPLAY-CORRESPONDENCE-EXIT
012300     END-READ
012310     IF NOT NH-ACCOUNT-ID = AB-ACCOUNT-ID
012320         GO TO 0977-DISPLAY-CORRESPONDENCE-EXIT
012330     END-IF
012340     IF MP-CORR-COUNT = ZERO
012350         DISPLAY 'Correspondence for account ' AB-ACCOUNT-ID ':'
012360         DISPLAY 'RUN DATE TYPE                 FIRST'
012370             '            SECOND RESULT'
012380     END-IF
012390     ADD 1 TO MP-CORR-COUNT
012400     MOVE NH-PROCESSED-DATE TO MP-CD-PROCESSED-DATE
012410     MOVE NH-NOTICE-TYPE TO MP-CD-NOTICE-TYPE
012420     MOVE NH-FIRST-AMOUNT TO MP-CD-FIRST-AMOUNT
012430     MOVE NH-SECOND-AMOUNT TO MP-CD-SECOND-AMOUNT
012440     EVALUATE TRUE
012450         WHEN NH-IS-MAILED
012460             MOVE 'MAILED' TO MP-CD-RESULT
012470         WHEN NH-HELD-NO-CUSTOMER
012480             MOVE 'HELD - NO CUSTOMER' TO MP-CD-RESULT
012490         WHEN NH-HELD-NO-ADDRESS
012500             MOVE 'HELD - NO ADDRESS' TO MP-CD-RESULT
012510         WHEN NH-HELD-TABLE-FULL
012520             MOVE 'HELD - TABLE FULL' TO MP-CD-RESULT
012530         WHEN OTHER
012540             MOVE 'UNKNOWN' TO MP-CD-RESULT
012550     END-EVALUATE
012560     DISPLAY MP-CORR-DISPLAY-LINE.
012570
012580 0977-DISPLAY-CORRESPONDENCE-EXIT.
012590     EXIT.
012600
012610*****************************************************************
012620* 0980-FORCE-ONLINE-OPEN lets a supervisor open online postings*
012630* while the nightly stream has them closed, for an emergency   *
012640* posting that cannot wait for cutover.  The supervisor signs  *
012650* on with their own ID and PIN; the override is written to the *
012660* audit trail as ONLNOPEN under their ID.  The next nightly    *
012670* step to start closes postings again.                         *
012680*****************************************************************
012690 0980-FORCE-ONLINE-OPEN.
012700     PERFORM 0450-CHECK-ONLINE-STATE
012710     IF NOT MP-ONLINE-CLOSED
012720         DISPLAY 'Online postings are already open.'
012730         GO TO 0980-FORCE-ONLINE-OPEN-EXIT
012740     END-IF
012750     PERFORM 0800-VALIDATE-OPERATOR
012760     IF MP-OPERATOR-IS-INVALID
012770         GO TO 0980-FORCE-ONLINE-OPEN-EXIT
012780     END-IF
012790     IF NOT MP-TABLE-SUPER-SW (MP-OPERATOR-IDX) = 'Y'
012800         DISPLAY 'Only a supervisor may force online postings '
012810             'open. Request refused.'
012820         GO TO 0980-FORCE-ONLINE-OPEN-EXIT
012830     END-IF
012840     MOVE 'FORCE' TO MP-RUN-FUNCTION-CODE
012850     MOVE MP-OPERATOR-ID TO MP-RUN-STEP-NAME
012860     CALL 'RUN-CONTROL' USING MP-RUN-FUNCTION-CODE
012870         MP-RUN-STEP-NAME MP-RUN-STATUS-CODE
012880     END-CALL
012890     PERFORM 0985-WRITE-FORCE-AUDIT THRU
012900         0985-WRITE-FORCE-AUDIT-EXIT
012910     DISPLAY 'Online postings forced open by supervisor '
012920         MP-OPERATOR-ID '.'.
012930
012940 0980-FORCE-ONLINE-OPEN-EXIT.
012950     EXIT.
012960
012970*****************************************************************
012980* 0985-WRITE-FORCE-AUDIT appends the ONLNOPEN entry for the    *
012990* override: no account and no amount, the supervisor in both   *
013000* the operator and supervisor fields.  The sequence number     *
013010* continues from the highest already on file for today, the    *
013020* same way OPERATIONS and OPERATOR-ADMIN number theirs.        *
013030*****************************************************************
013040 0985-WRITE-FORCE-AUDIT.
013050     PERFORM 0990-INITIALIZE-AUDIT-SEQUENCE THRU
013060         0990-INITIALIZE-AUDIT-SEQUENCE-EXIT
013070     ADD 1 TO MP-RUN-SEQUENCE-NO
013080     MOVE MP-RUN-SEQUENCE-NO TO AT-SEQUENCE-NO
013090     MOVE MP-TODAY TO AT-TRAN-DATE
013100     ACCEPT AT-TRAN-TIME FROM TIME
013110     MOVE ZERO TO AT-ACCOUNT-ID
013120     MOVE 'ONLNOPEN' TO AT-OPERATION-CODE
013130     MOVE ZERO TO AT-AMOUNT
013140     MOVE ZERO TO AT-RESULTING-BALANCE
013150     MOVE SPACE TO AT-OVERDRAWN-FLAG
013160     MOVE MP-OPERATOR-ID TO AT-SUPERVISOR-ID
013170     MOVE MP-OPERATOR-ID TO AT-OPERATOR-ID
013180     MOVE ZERO TO AT-ORIG-DATE
013190     MOVE ZERO TO AT-ORIG-SEQ
013200     MOVE SPACES TO AT-CURRENCY-BLOCK AT-BRANCH-BLOCK
013210     MOVE 'STAMP' TO MP-CHAIN-FUNCTION-CODE
013220     CALL 'AUDIT-CHAIN' USING MP-CHAIN-FUNCTION-CODE
013230         AUDIT-TRAIL-RECORD
013240     END-CALL
013250
013260     OPEN EXTEND AUDIT-TRAIL-FILE
013270     IF NOT MP-AUDIT-FILE-STATUS = '00'
013280             AND NOT MP-AUDIT-FILE-STATUS = '05'
013290         CLOSE AUDIT-TRAIL-FILE
013300         OPEN OUTPUT AUDIT-TRAIL-FILE
013310     END-IF
013320     WRITE AUDIT-TRAIL-RECORD
013330     CLOSE AUDIT-TRAIL-FILE.
013340
013350 0985-WRITE-FORCE-AUDIT-EXIT.
013360     EXIT.
013370
013380*****************************************************************
013390* 0990-INITIALIZE-AUDIT-SEQUENCE seeds MP-RUN-SEQUENCE-NO from *
013400* the highest sequence number on today's live trail.  The scan *
013410* is made fresh for each override, since OPERATIONS appends to *
013420* the trail all through the session.                           *
013430*****************************************************************
013440 0990-INITIALIZE-AUDIT-SEQUENCE.
013450     MOVE 'GET  ' TO MP-BD-FUNCTION-CODE
013460     CALL 'BUSDATE-PROGRAM' USING MP-BD-FUNCTION-CODE MP-TODAY
013470     END-CALL
013480     MOVE ZERO TO MP-RUN-SEQUENCE-NO
013490     MOVE 'N' TO MP-SEQUENCE-EOF-SW
013500     OPEN INPUT AUDIT-TRAIL-FILE
013510     IF MP-AUDIT-FILE-STATUS = '00'
013520         PERFORM 0995-READ-AUDIT-SEQUENCE-RECORD THRU
013530             0995-READ-AUDIT-SEQUENCE-RECORD-EXIT
013540             UNTIL MP-SEQUENCE-EOF
013550         CLOSE AUDIT-TRAIL-FILE
013560     END-IF.
013570
013580 0990-INITIALIZE-AUDIT-SEQUENCE-EXIT.
013590     EXIT.
013600
013610*****************************************************************
013620* 0995-READ-AUDIT-SEQUENCE-RECORD reads one live audit entry   *
013630* and keeps the highest sequence number found for today.       *
013640*****************************************************************
013650 0995-READ-AUDIT-SEQUENCE-RECORD.
013660     READ AUDIT-TRAIL-FILE
013670         AT END
013680             SET MP-SEQUENCE-EOF TO TRUE
013690         NOT AT END
013700             IF AT-TRAN-DATE = MP-TODAY
013710                     AND AT-SEQUENCE-NO > MP-RUN-SEQUENCE-NO
013720                 MOVE AT-SEQUENCE-NO TO MP-RUN-SEQUENCE-NO
013730             END-IF
013740     END-READ.
013750
013760 0995-READ-AUDIT-SEQUENCE-RECORD-EXIT.
013770     EXIT.
