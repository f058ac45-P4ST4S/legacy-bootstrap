000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUSPENSE-MAINT.
000030 AUTHOR. DATA PROCESSING DEPT.
000040 INSTALLATION. FIRST COMMERCIAL BANK.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 10/15/2026  RLM  Original version.                           *
000102* 10/15/2026  RLM  Audit entries are stamped with their        *
000104*                  chained check value by AUDIT-CHAIN just     *
000106*                  before they are appended to the trail.      *
000107* 10/15/2026  RLM  The currency and branch blocks on the audit *
000108*                  entry are cleared before the entry is       *
000109*                  stamped, so no currency or branch is        *
000110*                  carried over from the entry read to seed    *
000111*                  the sequence number, and AUDIT-CHAIN fills  *
000112*                  in the branches afresh.                     *
000113* 10/15/2026  RLM  An item cannot be repaired onto an account  *
000114*                  held in a foreign currency - clearing items *
000115*                  are in home currency.                       *
000117* 10/15/2026  RLM  Repair and post is refused while the        *
000119*                  nightly stream holds online postings closed *
000121*                  on RUN-CONTROL, as MAIN-PROGRAM's posting   *
000123*                  choices are.                                *
000125*****************************************************************
000127*
000130*****************************************************************
000140* SUSPENSE-MAINT works the inward-payment suspense file that   *
000150* INWARD-PAYMENTS fills.  An operator signs on with their ID   *
000160* and PIN, the file is loaded into memory, and each open item  *
000170* can be repaired - posted to the account it should have gone  *
000180* to, through OPERATIONS' INWARD operation under the           *
000190* operator's own ID - or returned to the sender, which writes  *
000200* it to the returned-items file for the clearing bank and an   *
000210* INWRTN entry to the audit trail.  Resolved items stay on     *
000220* file with the outcome, the business date, and the operator,  *
000230* and the whole file is rewritten on exit.                     *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT SUSPENSE-FILE ASSIGN TO "INWSUSP"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS SP-FILE-STATUS.
000310
000320     SELECT RETURN-FILE ASSIGN TO "INWRTN"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS RT-FILE-STATUS.
000350
000360     SELECT OPERATOR-FILE ASSIGN TO "OPERPIN"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS OR-FILE-STATUS.
000390
000400     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS AT-FILE-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  SUSPENSE-FILE.
000470 01  SUSPENSE-RECORD.
000480     COPY SUSPREC.
000490
000500 FD  RETURN-FILE.
000510 01  RETURN-RECORD               PIC X(194).
000520
000530 FD  OPERATOR-FILE.
000540 01  OPERATOR-FILE-RECORD.
000550     COPY OPERREC.
000560
000570 FD  AUDIT-TRAIL-FILE.
000580 01  AUDIT-TRAIL-RECORD.
000590     COPY AUDITREC.
000600
000610 WORKING-STORAGE SECTION.
000620 01  SP-FILE-STATUS              PIC X(02) VALUE '00'.
000630 01  RT-FILE-STATUS              PIC X(02) VALUE '00'.
000640 01  OR-FILE-STATUS              PIC X(02) VALUE '00'.
000650 01  AT-FILE-STATUS              PIC X(02) VALUE '00'.
000660
000670 01  SU-SWITCHES.
000680     05  SU-CONTINUE-FLAG        PIC X(03) VALUE 'YES'.
000690         88  SU-KEEP-RUNNING              VALUE 'YES'.
000700         88  SU-STOP-RUNNING              VALUE 'NO '.
000710     05  SU-SUSPENSE-EOF-SW      PIC X(01) VALUE 'N'.
000720         88  SU-SUSPENSE-EOF              VALUE 'Y'.
000730     05  SU-OPERATOR-EOF-SW      PIC X(01) VALUE 'N'.
000740         88  SU-OPERATOR-EOF              VALUE 'Y'.
000750     05  SU-SIGNON-VALID-SW      PIC X(01) VALUE 'N'.
000760         88  SU-SIGNON-IS-VALID           VALUE 'Y'.
000770     05  SU-ITEM-FOUND-SW        PIC X(01) VALUE 'N'.
000780         88  SU-ITEM-FOUND                VALUE 'Y'.
000790     05  AT-SEQUENCE-INIT-SW     PIC X(01) VALUE 'N'.
000800         88  AT-SEQUENCE-IS-INITIALIZED   VALUE 'Y'.
000810     05  AT-SEQUENCE-EOF-SW      PIC X(01) VALUE 'N'.
000820         88  AT-SEQUENCE-EOF              VALUE 'Y'.
000823     05  SU-ONLINE-CLOSED-SW     PIC X(01) VALUE 'N'.
000826         88  SU-ONLINE-CLOSED             VALUE 'Y'.
000830
000840 01  SU-USER-CHOICE              PIC 9 VALUE 0.
000850 01  SU-SIGNON-ID                PIC X(08) VALUE SPACES.
000860 01  SU-SIGNON-PIN               PIC X(04) VALUE SPACES.
000870 01  SU-SCRAMBLED-PIN            PIC X(04) VALUE SPACES.
000880 01  SU-SELECT-ID                PIC 9(06) VALUE ZERO.
000890 01  SU-CONFIRM                  PIC X(01) VALUE SPACE.
000900 01  SU-OPEN-COUNT               PIC 9(06) VALUE ZERO.
000910 01  SU-RESOLVED-COUNT           PIC 9(06) VALUE ZERO.
000920 01  SU-BD-FUNCTION-CODE         PIC X(05).
000925 01  SU-CHAIN-FUNCTION-CODE      PIC X(05).
000930 01  SU-DP-FUNCTION-CODE         PIC X(05).
000940 01  SU-TODAY                    PIC 9(08) VALUE ZERO.
000942 01  SU-DP-STATUS-CODE           PIC X(03).
000944
000946 01  SU-ACCOUNT-RECORD.
000948     COPY ACCTREC.
000950
000960 01  SU-OPERATION-CODE           PIC X(08) VALUE 'INWARD  '.
000970 01  SU-ACCOUNT-ID               PIC 9(10) VALUE ZERO.
000980 01  SU-AMOUNT                   PIC S9(9)V99 VALUE ZERO.
000990 01  SU-BALANCE                  PIC S9(9)V99 VALUE ZERO.
001000 01  SU-SUPERVISOR-ID            PIC X(08) VALUE SPACES.
001010 01  SU-TO-ACCOUNT-ID            PIC 9(10) VALUE ZERO.
001020 01  SU-RESULT-STATUS            PIC X(03).
001022 01  SU-RUN-FUNCTION-CODE        PIC X(05).
001024 01  SU-RUN-STEP-NAME            PIC X(12) VALUE SPACES.
001026 01  SU-RUN-STATUS-CODE          PIC X(03) VALUE SPACES.
001030
001040 01  AT-RUN-SEQUENCE-NO          PIC 9(06) VALUE ZERO.
001050 01  AT-TODAY-DATE               PIC 9(08) VALUE ZERO.
001060
001070*****************************************************************
001080* The whole suspense file is held here while the operator      *
001090* works, one slot per item, and written back on exit.          *
001100*****************************************************************
001110 01  SU-ITEM-TABLE.
001120     05  SU-ITEM-ENTRY OCCURS 200 TIMES
001130             INDEXED BY SU-ITEM-IDX.
001140         COPY SUSPREC
001150             REPLACING ==05==                 BY ==10==
001160                 ==SP-SUSPENSE-ID==       BY ==SU-T-SUSPENSE-ID==
001170                 ==SP-RECEIVED-DATE==     BY ==SU-T-RECEIVED==
001180                 ==SP-REASON-CODE==       BY ==SU-T-REASON-CODE==
001190                 ==SP-STATUS-FLAG==       BY ==SU-T-STATUS-FLAG==
001200                 ==SP-IS-OPEN==           BY ==SU-T-IS-OPEN==
001210                 ==SP-IS-POSTED==         BY ==SU-T-IS-POSTED==
001220                 ==SP-IS-RETURNED==       BY ==SU-T-IS-RETURNED==
001230                 ==SP-RESOLVED-DATE==     BY ==SU-T-RESOLVED==
001240                 ==SP-POSTED-ACCOUNT-ID== BY ==SU-T-POSTED-ACCT==
001250                 ==SP-RESOLVED-BY==       BY ==SU-T-RESOLVED-BY==
001260                 ==SP-ITEM-REF==          BY ==SU-T-ITEM-REF==
001270                 ==SP-VALUE-DATE==        BY ==SU-T-VALUE-DATE==
001280                 ==SP-AMOUNT==            BY ==SU-T-AMOUNT==
001290                 ==SP-BENEF-ACCOUNT-ID==  BY ==SU-T-BENEF-ACCT==
001300                 ==SP-BENEF-NAME==        BY ==SU-T-BENEF-NAME==
001310                 ==SP-ORDER-NAME==        BY ==SU-T-ORDER-NAME==
001320                 ==SP-ORDER-BANK==        BY ==SU-T-ORDER-BANK==
001330                 ==SP-ORDER-ACCOUNT==     BY ==SU-T-ORDER-ACCT==.
001340 01  SU-ITEM-COUNT               PIC 9(03) VALUE ZERO.
001350
001360 PROCEDURE DIVISION.
001370 0000-MAIN-CONTROL.
001380     PERFORM 1000-VALIDATE-SIGNON THRU
001390         1000-VALIDATE-SIGNON-EXIT
001400     IF NOT SU-SIGNON-IS-VALID
001410         DISPLAY 'SUSPENSE-MAINT: operator sign-on failed. '
001420             'Nothing changed.'
001430         STOP RUN
001440     END-IF
001450
001460     MOVE 'GET  ' TO SU-BD-FUNCTION-CODE
001470     CALL 'BUSDATE-PROGRAM' USING SU-BD-FUNCTION-CODE SU-TODAY
001480     END-CALL
001490
001500     PERFORM 1200-LOAD-ITEM-TABLE
001510
001520     PERFORM 2000-MENU-LOOP THRU 2000-MENU-LOOP-EXIT
001530         UNTIL SU-STOP-RUNNING
001540
001550     PERFORM 8000-REWRITE-SUSPENSE-FILE
001560
001570     MOVE 'CLOSE' TO SU-DP-FUNCTION-CODE
001580     CALL 'DATA-PROGRAM' USING SU-DP-FUNCTION-CODE
001590         SU-ACCOUNT-ID SU-BALANCE
001600     END-CALL
001610
001620     DISPLAY 'SUSPENSE-MAINT: ' SU-RESOLVED-COUNT
001630         ' item(s) resolved.'
001640     STOP RUN.
001650
001660*****************************************************************
001670* 1000-VALIDATE-SIGNON requires an enabled operator's ID and   *
001680* PIN before any item is worked, compared in the PIN-SCRAMBLE  *
001690* stored form - or clear for a record that predates the        *
001700* scramble, the same allowance MAIN-PROGRAM makes.             *
001710*****************************************************************
001720 1000-VALIDATE-SIGNON.
001730     DISPLAY 'Enter operator ID: '
001740     ACCEPT SU-SIGNON-ID
001750     DISPLAY 'Enter operator PIN: '
001760     ACCEPT SU-SIGNON-PIN
001770     CALL 'PIN-SCRAMBLE' USING SU-SIGNON-PIN SU-SCRAMBLED-PIN
001780     END-CALL
001790     OPEN INPUT OPERATOR-FILE
001800     IF NOT OR-FILE-STATUS = '00'
001810         DISPLAY 'SUSPENSE-MAINT: OPERATOR-FILE not available '
001820             '- sign-on cannot be validated.'
001830         GO TO 1000-VALIDATE-SIGNON-EXIT
001840     END-IF
001850     PERFORM 1100-CHECK-OPERATOR-RECORD THRU
001860         1100-CHECK-OPERATOR-RECORD-EXIT
001870         UNTIL SU-OPERATOR-EOF OR SU-SIGNON-IS-VALID
001880     CLOSE OPERATOR-FILE.
001890
001900 1000-VALIDATE-SIGNON-EXIT.
001910     EXIT.
001920
001930*****************************************************************
001940* 1100-CHECK-OPERATOR-RECORD reads one operator record and     *
001950* accepts the sign-on when the ID matches, the record is       *
001960* enabled, and the PIN compares in its stored form.            *
001970*****************************************************************
001980 1100-CHECK-OPERATOR-RECORD.
001990     READ OPERATOR-FILE
002000         AT END
002010             SET SU-OPERATOR-EOF TO TRUE
002020             GO TO 1100-CHECK-OPERATOR-RECORD-EXIT
002030     END-READ
002040     IF OR-OPERATOR-ID NOT = SU-SIGNON-ID
002050         GO TO 1100-CHECK-OPERATOR-RECORD-EXIT
002060     END-IF
002070     IF NOT OR-IS-ENABLED
002080         GO TO 1100-CHECK-OPERATOR-RECORD-EXIT
002090     END-IF
002100     IF OR-STATUS-FLAG = SPACE
002110         IF OR-OPERATOR-PIN = SU-SIGNON-PIN
002120             SET SU-SIGNON-IS-VALID TO TRUE
002130         END-IF
002140     ELSE
002150         IF OR-OPERATOR-PIN = SU-SCRAMBLED-PIN
002160             SET SU-SIGNON-IS-VALID TO TRUE
002170         END-IF
002180     END-IF.
002190
002200 1100-CHECK-OPERATOR-RECORD-EXIT.
002210     EXIT.
002220
002230*****************************************************************
002240* 1200-LOAD-ITEM-TABLE reads the suspense file into memory.    *
002250* A missing file simply means nothing has been suspended yet.  *
002260*****************************************************************
002270 1200-LOAD-ITEM-TABLE.
002280     OPEN INPUT SUSPENSE-FILE
002290     IF SP-FILE-STATUS = '00'
002300         PERFORM 1210-READ-SUSPENSE-RECORD THRU
002310             1210-READ-SUSPENSE-RECORD-EXIT
002320             UNTIL SU-SUSPENSE-EOF
002330         CLOSE SUSPENSE-FILE
002340     END-IF.
002350
002360 1200-LOAD-ITEM-TABLE-EXIT.
002370     EXIT.
002380
002390*****************************************************************
002400* 1210-READ-SUSPENSE-RECORD reads one suspense item into the   *
002410* next free table slot and counts the items still open.        *
002420*****************************************************************
002430 1210-READ-SUSPENSE-RECORD.
002440     READ SUSPENSE-FILE
002450         AT END
002460             SET SU-SUSPENSE-EOF TO TRUE
002470         NOT AT END
002480             IF SU-ITEM-COUNT >= 200
002490                 DISPLAY 'SUSPENSE-MAINT: more than 200 '
002500                     'item(s) on file - entries beyond 200 '
002510                     'are not maintained.'
002520                 SET SU-SUSPENSE-EOF TO TRUE
002530             ELSE
002540                 ADD 1 TO SU-ITEM-COUNT
002550                 SET SU-ITEM-IDX TO SU-ITEM-COUNT
002560                 MOVE SUSPENSE-RECORD TO
002570                     SU-ITEM-ENTRY (SU-ITEM-IDX)
002580                 IF SU-T-IS-OPEN (SU-ITEM-IDX)
002590                     ADD 1 TO SU-OPEN-COUNT
002600                 END-IF
002610             END-IF
002620     END-READ.
002630
002640 1210-READ-SUSPENSE-RECORD-EXIT.
002650     EXIT.
002660
002670*****************************************************************
002680* 2000-MENU-LOOP is performed once per menu selection until    *
002690* the operator chooses to exit.                                *
002700*****************************************************************
002710 2000-MENU-LOOP.
002720     DISPLAY '--------------------------------'
002730     DISPLAY 'Inward Payment Suspense'
002740     DISPLAY SU-OPEN-COUNT ' item(s) open'
002750     DISPLAY '1. List Open Items'
002760     DISPLAY '2. Repair and Post Item'
002770     DISPLAY '3. Return Item to Sender'
002780     DISPLAY '4. Exit'
002790     DISPLAY '--------------------------------'
002800     DISPLAY 'Enter your choice (1-4): '
002810     ACCEPT SU-USER-CHOICE
002820     EVALUATE SU-USER-CHOICE
002830         WHEN 1
002840             PERFORM 3000-LIST-OPEN-ITEMS
002850         WHEN 2
002860             PERFORM 4000-REPAIR-AND-POST THRU
002870                 4000-REPAIR-AND-POST-EXIT
002880         WHEN 3
002890             PERFORM 5000-RETURN-TO-SENDER THRU
002900                 5000-RETURN-TO-SENDER-EXIT
002910         WHEN 4
002920             MOVE 'NO ' TO SU-CONTINUE-FLAG
002930         WHEN OTHER
002940             DISPLAY 'Invalid choice, please select 1-4.'
002950     END-EVALUATE.
002960
002970 2000-MENU-LOOP-EXIT.
002980     EXIT.
002990
003000*****************************************************************
003010* 3000-LIST-OPEN-ITEMS displays every item still open.         *
003020*****************************************************************
003030 3000-LIST-OPEN-ITEMS.
003040     IF SU-OPEN-COUNT = ZERO
003050         DISPLAY 'No open items on suspense.'
003060     ELSE
003070         SET SU-ITEM-IDX TO 1
003080         PERFORM 3100-DISPLAY-ITEM-ENTRY THRU
003090             3100-DISPLAY-ITEM-ENTRY-EXIT
003100             UNTIL SU-ITEM-IDX > SU-ITEM-COUNT
003110     END-IF.
003120
003130 3000-LIST-OPEN-ITEMS-EXIT.
003140     EXIT.
003150
003160*****************************************************************
003170* 3100-DISPLAY-ITEM-ENTRY displays one item if it is still     *
003180* open, then advances to the next slot.                        *
003190*****************************************************************
003200 3100-DISPLAY-ITEM-ENTRY.
003210     IF SU-T-IS-OPEN (SU-ITEM-IDX)
003220         DISPLAY 'Item ' SU-T-SUSPENSE-ID (SU-ITEM-IDX)
003230             ' code ' SU-T-REASON-CODE (SU-ITEM-IDX)
003240             ' ref ' SU-T-ITEM-REF (SU-ITEM-IDX)
003250             ' amount ' SU-T-AMOUNT (SU-ITEM-IDX)
003260         DISPLAY '     to ' SU-T-BENEF-ACCT (SU-ITEM-IDX)
003270             ' ' SU-T-BENEF-NAME (SU-ITEM-IDX)
003280         DISPLAY '     from ' SU-T-ORDER-NAME (SU-ITEM-IDX)
003290             ' ' SU-T-ORDER-BANK (SU-ITEM-IDX)
003300     END-IF
003310     SET SU-ITEM-IDX UP BY 1.
003320
003330 3100-DISPLAY-ITEM-ENTRY-EXIT.
003340     EXIT.
003350
003360*****************************************************************
003370* 4000-REPAIR-AND-POST posts one open item to the account the  *
003380* operator keys - the beneficiary account on the item, or the  *
003390* right one once the mismatch has been resolved with the       *
003400* customer - through OPERATIONS' INWARD operation under the    *
003410* operator's own ID.  OPERATIONS applies its usual status      *
003420* checks; a refused item stays open.  An account held in a     *
003422* foreign currency is refused here, since the item's amount is *
003424* in home currency; the item stays open to be posted elsewhere *
003426* or returned.  Nothing is posted while the nightly stream     *
003427* holds online postings closed on RUN-CONTROL, until a         *
003428* supervisor forces them open.                                 *
003430*****************************************************************
003440 4000-REPAIR-AND-POST.
003441     PERFORM 4100-CHECK-ONLINE-STATE THRU
003442         4100-CHECK-ONLINE-STATE-EXIT
003443     IF SU-ONLINE-CLOSED
003444         DISPLAY 'Online postings are closed while the '
003445             'nightly stream runs - items can be listed or '
003446             'returned, not posted.'
003447         GO TO 4000-REPAIR-AND-POST-EXIT
003448     END-IF
003450     PERFORM 6000-SELECT-OPEN-ITEM THRU
003460         6000-SELECT-OPEN-ITEM-EXIT
003470     IF NOT SU-ITEM-FOUND
003480         GO TO 4000-REPAIR-AND-POST-EXIT
003490     END-IF
003500
003510     DISPLAY 'Enter account to post to (0 = beneficiary '
003520         'account on the item): '
003530     ACCEPT SU-ACCOUNT-ID
003540     IF SU-ACCOUNT-ID NOT NUMERIC
003550         DISPLAY 'Account number must be numeric. '
003560             'Entry rejected.'
003570         GO TO 4000-REPAIR-AND-POST-EXIT
003580     END-IF
003590     IF SU-ACCOUNT-ID = ZERO
003600         MOVE SU-T-BENEF-ACCT (SU-ITEM-IDX) TO SU-ACCOUNT-ID
003610     END-IF
003620     IF SU-T-AMOUNT (SU-ITEM-IDX) NOT NUMERIC
003630             OR SU-T-AMOUNT (SU-ITEM-IDX) = ZERO
003640         DISPLAY 'Item amount is not usable - return it to '
003650             'the sender instead.'
003660         GO TO 4000-REPAIR-AND-POST-EXIT
003670     END-IF
003671     MOVE 'READ ' TO SU-DP-FUNCTION-CODE
003672     CALL 'DATA-PROGRAM' USING SU-DP-FUNCTION-CODE SU-ACCOUNT-ID
003673         AB-BALANCE SU-DP-STATUS-CODE AB-OD-LIMIT
003674         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
003675         AB-CURRENCY-CODE
003676     END-CALL
003677     IF SU-DP-STATUS-CODE = 'OK ' AND NOT AB-HOME-CURRENCY
003678         DISPLAY 'Account ' SU-ACCOUNT-ID ' is held in '
003679             AB-CURRENCY-CODE ' - the item is in home currency. '
003680             'Item ' SU-SELECT-ID ' left open.'
003681         GO TO 4000-REPAIR-AND-POST-EXIT
003682     END-IF
003683
003690     MOVE SU-T-AMOUNT (SU-ITEM-IDX) TO SU-AMOUNT
003700     MOVE SPACES TO SU-SUPERVISOR-ID
003710     CALL 'OPERATIONS' USING SU-ACCOUNT-ID
003720         SU-OPERATION-CODE SU-AMOUNT SU-BALANCE
003730         SU-SUPERVISOR-ID SU-TO-ACCOUNT-ID SU-SIGNON-ID
003740         SU-RESULT-STATUS
003750     END-CALL
003760     IF NOT SU-RESULT-STATUS = 'OK '
003770         DISPLAY 'Posting refused - status ' SU-RESULT-STATUS
003780             '. Item ' SU-SELECT-ID ' left open.'
003790         GO TO 4000-REPAIR-AND-POST-EXIT
003800     END-IF
003810
003820     SET SU-T-IS-POSTED (SU-ITEM-IDX) TO TRUE
003830     MOVE SU-TODAY TO SU-T-RESOLVED (SU-ITEM-IDX)
003840     MOVE SU-ACCOUNT-ID TO SU-T-POSTED-ACCT (SU-ITEM-IDX)
003850     MOVE SU-SIGNON-ID TO SU-T-RESOLVED-BY (SU-ITEM-IDX)
003860     SUBTRACT 1 FROM SU-OPEN-COUNT
003870     ADD 1 TO SU-RESOLVED-COUNT
003880     DISPLAY 'Item ' SU-SELECT-ID ' posted to account '
003890         SU-ACCOUNT-ID '.'.
003900
003910 4000-REPAIR-AND-POST-EXIT.
003920     EXIT.
003930
003931*****************************************************************
003932* 4100-CHECK-ONLINE-STATE asks RUN-CONTROL whether the nightly *
003933* stream has online postings closed, asked afresh before each  *
003934* posting so a screen left open over the start of the stream   *
003935* is closed with everyone else's.                              *
003936*****************************************************************
003937 4100-CHECK-ONLINE-STATE.
003938     MOVE 'N' TO SU-ONLINE-CLOSED-SW
003939     MOVE 'QUERY' TO SU-RUN-FUNCTION-CODE
003940     MOVE SPACES TO SU-RUN-STEP-NAME
003941     CALL 'RUN-CONTROL' USING SU-RUN-FUNCTION-CODE
003942         SU-RUN-STEP-NAME SU-RUN-STATUS-CODE
003943     END-CALL
003944     IF SU-RUN-STATUS-CODE = 'CLS'
003945         SET SU-ONLINE-CLOSED TO TRUE
003946     END-IF.
003947
003948 4100-CHECK-ONLINE-STATE-EXIT.
003949     EXIT.
003950
003951*****************************************************************
003952* 5000-RETURN-TO-SENDER returns one open item to the ordering  *
003960* bank: the item is written to the returned-items file with    *
003970* its reason code, marked returned, and an INWRTN entry for    *
003980* the amount is written to the audit trail.  No account is     *
003990* posted.                                                      *
004000*****************************************************************
004010 5000-RETURN-TO-SENDER.
004020     PERFORM 6000-SELECT-OPEN-ITEM THRU
004030         6000-SELECT-OPEN-ITEM-EXIT
004040     IF NOT SU-ITEM-FOUND
004050         GO TO 5000-RETURN-TO-SENDER-EXIT
004060     END-IF
004070     DISPLAY 'Return item ' SU-SELECT-ID ' to '
004080         SU-T-ORDER-BANK (SU-ITEM-IDX) '? (Y/N): '
004090     ACCEPT SU-CONFIRM
004100     IF SU-CONFIRM NOT = 'Y' AND SU-CONFIRM NOT = 'y'
004110         DISPLAY 'Item ' SU-SELECT-ID ' left open.'
004120         GO TO 5000-RETURN-TO-SENDER-EXIT
004130     END-IF
004140
004150     SET SU-T-IS-RETURNED (SU-ITEM-IDX) TO TRUE
004160     MOVE SU-TODAY TO SU-T-RESOLVED (SU-ITEM-IDX)
004170     MOVE ZERO TO SU-T-POSTED-ACCT (SU-ITEM-IDX)
004180     MOVE SU-SIGNON-ID TO SU-T-RESOLVED-BY (SU-ITEM-IDX)
004190
004200     OPEN EXTEND RETURN-FILE
004210     IF NOT RT-FILE-STATUS = '00' AND NOT RT-FILE-STATUS = '05'
004220         CLOSE RETURN-FILE
004230         OPEN OUTPUT RETURN-FILE
004240     END-IF
004250     WRITE RETURN-RECORD FROM SU-ITEM-ENTRY (SU-ITEM-IDX)
004260     CLOSE RETURN-FILE
004270
004280     PERFORM 9000-WRITE-RETURN-AUDIT THRU
004290         9000-WRITE-RETURN-AUDIT-EXIT
004300     SUBTRACT 1 FROM SU-OPEN-COUNT
004310     ADD 1 TO SU-RESOLVED-COUNT
004320     DISPLAY 'Item ' SU-SELECT-ID ' returned to sender.'.
004330
004340 5000-RETURN-TO-SENDER-EXIT.
004350     EXIT.
004360
004370*****************************************************************
004380* 6000-SELECT-OPEN-ITEM asks for a suspense number and leaves  *
004390* the index on that item, provided it is on file and open.     *
004400*****************************************************************
004410 6000-SELECT-OPEN-ITEM.
004420     DISPLAY 'Enter suspense item number: '
004430     ACCEPT SU-SELECT-ID
004440     SET SU-ITEM-FOUND-SW TO 'N'
004450     SET SU-ITEM-IDX TO 1
004460     PERFORM 6100-MATCH-ITEM-ENTRY THRU
004470         6100-MATCH-ITEM-ENTRY-EXIT
004480         UNTIL SU-ITEM-IDX > SU-ITEM-COUNT
004490             OR SU-ITEM-FOUND
004500     IF NOT SU-ITEM-FOUND
004510         DISPLAY 'Suspense item ' SU-SELECT-ID
004520             ' is not on file.'
004530         GO TO 6000-SELECT-OPEN-ITEM-EXIT
004540     END-IF
004550     IF NOT SU-T-IS-OPEN (SU-ITEM-IDX)
004560         DISPLAY 'Suspense item ' SU-SELECT-ID
004570             ' is already resolved.'
004580         SET SU-ITEM-FOUND-SW TO 'N'
004590     END-IF.
004600
004610 6000-SELECT-OPEN-ITEM-EXIT.
004620     EXIT.
004630
004640*****************************************************************
004650* 6100-MATCH-ITEM-ENTRY compares one table slot against the    *
004660* suspense number keyed.                                       *
004670*****************************************************************
004680 6100-MATCH-ITEM-ENTRY.
004690     IF SU-T-SUSPENSE-ID (SU-ITEM-IDX) = SU-SELECT-ID
004700         SET SU-ITEM-FOUND-SW TO 'Y'
004710     ELSE
004720         SET SU-ITEM-IDX UP BY 1
004730     END-IF.
004740
004750 6100-MATCH-ITEM-ENTRY-EXIT.
004760     EXIT.
004770
004780*****************************************************************
004790* 8000-REWRITE-SUSPENSE-FILE writes the whole table back over  *
004800* the suspense file.                                           *
004810*****************************************************************
004820 8000-REWRITE-SUSPENSE-FILE.
004830     OPEN OUTPUT SUSPENSE-FILE
004840     SET SU-ITEM-IDX TO 1
004850     PERFORM 8100-WRITE-SUSPENSE-RECORD THRU
004860         8100-WRITE-SUSPENSE-RECORD-EXIT
004870         UNTIL SU-ITEM-IDX > SU-ITEM-COUNT
004880     CLOSE SUSPENSE-FILE.
004890
004900 8000-REWRITE-SUSPENSE-FILE-EXIT.
004910     EXIT.
004920
004930*****************************************************************
004940* 8100-WRITE-SUSPENSE-RECORD writes one table slot back to the *
004950* file, then advances to the next.                             *
004960*****************************************************************
004970 8100-WRITE-SUSPENSE-RECORD.
004980     WRITE SUSPENSE-RECORD FROM SU-ITEM-ENTRY (SU-ITEM-IDX)
004990     SET SU-ITEM-IDX UP BY 1.
005000
005010 8100-WRITE-SUSPENSE-RECORD-EXIT.
005020     EXIT.
005030
005040*****************************************************************
005050* 9000-WRITE-RETURN-AUDIT appends one INWRTN audit entry for   *
005060* the item just returned - the amount against the beneficiary  *
005070* account it was addressed to, with the operator who returned  *
005080* it - numbering on from the highest sequence already on file  *
005090* for today, the same way OPERATIONS numbers its entries.      *
005100*****************************************************************
005110 9000-WRITE-RETURN-AUDIT.
005120     PERFORM 9100-INITIALIZE-AUDIT-SEQUENCE THRU
005130         9100-INITIALIZE-AUDIT-SEQUENCE-EXIT
005140     ADD 1 TO AT-RUN-SEQUENCE-NO
005150     MOVE AT-RUN-SEQUENCE-NO TO AT-SEQUENCE-NO
005160     MOVE AT-TODAY-DATE TO AT-TRAN-DATE
005170     ACCEPT AT-TRAN-TIME FROM TIME
005180     IF SU-T-BENEF-ACCT (SU-ITEM-IDX) NUMERIC
005190         MOVE SU-T-BENEF-ACCT (SU-ITEM-IDX) TO AT-ACCOUNT-ID
005200     ELSE
005210         MOVE ZERO TO AT-ACCOUNT-ID
005220     END-IF
005230     MOVE 'INWRTN  ' TO AT-OPERATION-CODE
005240     IF SU-T-AMOUNT (SU-ITEM-IDX) NUMERIC
005250         MOVE SU-T-AMOUNT (SU-ITEM-IDX) TO AT-AMOUNT
005260     ELSE
005270         MOVE ZERO TO AT-AMOUNT
005280     END-IF
005290     MOVE ZERO TO AT-RESULTING-BALANCE
005300     MOVE SPACE TO AT-OVERDRAWN-FLAG
005310     MOVE SPACES TO AT-SUPERVISOR-ID
005320     MOVE SU-SIGNON-ID TO AT-OPERATOR-ID
005330     MOVE ZERO TO AT-ORIG-DATE
005340     MOVE ZERO TO AT-ORIG-SEQ
005341     MOVE SPACES TO AT-CURRENCY-BLOCK AT-BRANCH-BLOCK
005342     MOVE 'STAMP' TO SU-CHAIN-FUNCTION-CODE
005344     CALL 'AUDIT-CHAIN' USING SU-CHAIN-FUNCTION-CODE
005346         AUDIT-TRAIL-RECORD
005348     END-CALL
005350
005360     OPEN EXTEND AUDIT-TRAIL-FILE
005370     IF NOT AT-FILE-STATUS = '00' AND NOT AT-FILE-STATUS = '05'
005380         CLOSE AUDIT-TRAIL-FILE
005390         OPEN OUTPUT AUDIT-TRAIL-FILE
005400     END-IF
005410     WRITE AUDIT-TRAIL-RECORD
005420     CLOSE AUDIT-TRAIL-FILE.
005430
005440 9000-WRITE-RETURN-AUDIT-EXIT.
005450     EXIT.
005460
005470*****************************************************************
005480* 9100-INITIALIZE-AUDIT-SEQUENCE seeds the run's sequence      *
005490* number from the highest already on file for today, the same  *
005500* scan OPERATIONS makes, so two programs appending on the      *
005510* same day never reuse a (date, sequence) key.                 *
005520*****************************************************************
005530 9100-INITIALIZE-AUDIT-SEQUENCE.
005540     IF AT-SEQUENCE-IS-INITIALIZED
005550         GO TO 9100-INITIALIZE-AUDIT-SEQUENCE-EXIT
005560     END-IF
005570     MOVE 'GET  ' TO SU-BD-FUNCTION-CODE
005580     CALL 'BUSDATE-PROGRAM' USING SU-BD-FUNCTION-CODE
005590         AT-TODAY-DATE
005600     END-CALL
005610     MOVE ZERO TO AT-RUN-SEQUENCE-NO
005620     OPEN INPUT AUDIT-TRAIL-FILE
005630     IF AT-FILE-STATUS = '00'
005640         PERFORM 9110-READ-AUDIT-SEQUENCE-RECORD THRU
005650             9110-READ-AUDIT-SEQUENCE-RECORD-EXIT
005660             UNTIL AT-SEQUENCE-EOF
005670         CLOSE AUDIT-TRAIL-FILE
005680     END-IF
005690     SET AT-SEQUENCE-IS-INITIALIZED TO TRUE.
005700
005710 9100-INITIALIZE-AUDIT-SEQUENCE-EXIT.
005720     EXIT.
005730
005740*****************************************************************
005750* 9110-READ-AUDIT-SEQUENCE-RECORD reads one existing audit     *
005760* entry and keeps the highest sequence number found for        *
005770* today's date.                                                *
005780*****************************************************************
005790 9110-READ-AUDIT-SEQUENCE-RECORD.
005800     READ AUDIT-TRAIL-FILE
005810         AT END
005820             SET AT-SEQUENCE-EOF TO TRUE
005830         NOT AT END
005840             IF AT-TRAN-DATE = AT-TODAY-DATE
005850                     AND AT-SEQUENCE-NO > AT-RUN-SEQUENCE-NO
005860                 MOVE AT-SEQUENCE-NO TO AT-RUN-SEQUENCE-NO
005870             END-IF
005880     END-READ.
005890
005900 9110-READ-AUDIT-SEQUENCE-RECORD-EXIT.
005910     EXIT.
