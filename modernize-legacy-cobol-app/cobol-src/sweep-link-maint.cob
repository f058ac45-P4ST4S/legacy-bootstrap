000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SWEEP-LINK-MAINT.
000030 AUTHOR. DATA PROCESSING DEPT.
000040 INSTALLATION. FIRST COMMERCIAL BANK.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 10/15/2026  RLM  Original version.                           *
000110*****************************************************************
000120*
000130*****************************************************************
000140* SWEEP-LINK-MAINT maintains the sweep-link file, which names  *
000150* the savings account that protects a checking or corporate    *
000160* account from overdraft.  An operator signs on with their ID  *
000170* and PIN, the same as RELATIONSHIP-MAINT.  The file is loaded *
000180* into memory at startup; the operator can link a savings      *
000190* account to an account, end a link, change a corporate        *
000200* account's target-balance sweep, or list what is on file.     *
000210* Both accounts must be open, carry the same customer number,  *
000220* and be held in the same currency; the source must be a       *
000230* savings account; and an account may have only one active     *
000240* link.  Only a corporate account may carry a target balance - *
000250* funds above it are swept into the savings account.  Each     *
000260* change writes a SWPLINK, SWPEND, or SWPTGT entry to the      *
000270* audit trail under the operator's ID, and the whole file is   *
000280* rewritten on exit.  OVERDRAFT-SWEEP posts the active links   *
000290* each evening.  Ended links stay on file marked ended so the  *
000300* history of what protected an account is never lost.          *
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT SWEEP-LINK-FILE ASSIGN TO "SWEEPLNK"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS SL-FILE-STATUS.
000380
000390     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CM-ACCOUNT-ID
000430         FILE STATUS IS CM-FILE-STATUS.
000440
000450     SELECT OPERATOR-FILE ASSIGN TO "OPERPIN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS OR-FILE-STATUS.
000480
000490     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS AT-FILE-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  SWEEP-LINK-FILE.
000560 01  SWEEP-LINK-RECORD.
000570     COPY SWEEPREC.
000580
000590 FD  CUSTOMER-MASTER-FILE.
000600 01  CUSTOMER-MASTER-RECORD.
000610     COPY CUSTREC.
000620
000630 FD  OPERATOR-FILE.
000640 01  OPERATOR-FILE-RECORD.
000650     COPY OPERREC.
000660
000670 FD  AUDIT-TRAIL-FILE.
000680 01  AUDIT-TRAIL-RECORD.
000690     COPY AUDITREC.
000700
000710 WORKING-STORAGE SECTION.
000720 01  SL-FILE-STATUS              PIC X(02) VALUE '00'.
000730 01  CM-FILE-STATUS              PIC X(02) VALUE '00'.
000740 01  OR-FILE-STATUS              PIC X(02) VALUE '00'.
000750 01  AT-FILE-STATUS              PIC X(02) VALUE '00'.
000760
000770 01  LM-SWITCHES.
000780     05  LM-CONTINUE-FLAG        PIC X(03) VALUE 'YES'.
000790         88  LM-KEEP-RUNNING              VALUE 'YES'.
000800         88  LM-STOP-RUNNING              VALUE 'NO '.
000810     05  LM-LINK-EOF-SW          PIC X(01) VALUE 'N'.
000820         88  LM-LINK-EOF                  VALUE 'Y'.
000830     05  LM-OPERATOR-EOF-SW      PIC X(01) VALUE 'N'.
000840         88  LM-OPERATOR-EOF              VALUE 'Y'.
000850     05  LM-SIGNON-VALID-SW      PIC X(01) VALUE 'N'.
000860         88  LM-SIGNON-IS-VALID           VALUE 'Y'.
000870     05  LM-ENTRY-VALID-SW       PIC X(01) VALUE 'Y'.
000880         88  LM-ENTRY-IS-VALID            VALUE 'Y'.
000890         88  LM-ENTRY-IS-INVALID          VALUE 'N'.
000900     05  LM-LINK-FOUND-SW        PIC X(01) VALUE 'N'.
000910         88  LM-LINK-FOUND                VALUE 'Y'.
000920     05  AT-SEQUENCE-INIT-SW     PIC X(01) VALUE 'N'.
000930         88  AT-SEQUENCE-IS-INITIALIZED   VALUE 'Y'.
000940     05  AT-SEQUENCE-EOF-SW      PIC X(01) VALUE 'N'.
000950         88  AT-SEQUENCE-EOF              VALUE 'Y'.
000960
000970 01  LM-USER-CHOICE              PIC 9 VALUE 0.
000980 01  LM-SIGNON-ID                PIC X(08) VALUE SPACES.
000990 01  LM-SIGNON-PIN               PIC X(04) VALUE SPACES.
001000 01  LM-SCRAMBLED-PIN            PIC X(04) VALUE SPACES.
001010 01  LM-CHANGED-COUNT            PIC 9(06) VALUE ZERO.
001020 01  LM-BD-FUNCTION-CODE         PIC X(05).
001030 01  LM-CHAIN-FUNCTION-CODE      PIC X(05).
001040 01  LM-DP-FUNCTION-CODE         PIC X(05).
001050 01  LM-DP-STATUS-CODE           PIC X(03).
001060 01  LM-TODAY                    PIC 9(08) VALUE ZERO.
001070 01  LM-AUDIT-CODE               PIC X(08).
001080
001090*****************************************************************
001100* The account keyed for the current action and what the        *
001110* customer master and balance file say about it, then the two  *
001120* sides of a new link staged before it is added to the table.  *
001130*****************************************************************
001140 01  LM-KEY-ACCOUNT-ID           PIC 9(10) VALUE ZERO.
001150 01  LM-KEY-CUSTOMER-NO          PIC 9(08) VALUE ZERO.
001160 01  LM-KEY-ACCOUNT-TYPE         PIC X(01) VALUE SPACE.
001170     88  LM-KEY-TYPE-CHECKING             VALUE 'C' SPACE.
001180     88  LM-KEY-TYPE-SAVINGS              VALUE 'S'.
001190     88  LM-KEY-TYPE-CORPORATE            VALUE 'K'.
001200 01  LM-KEY-CURRENCY-CODE        PIC X(03) VALUE SPACES.
001210 01  LM-NEW-LINK.
001220     05  LM-NEW-CHECKING-ID      PIC 9(10) VALUE ZERO.
001230     05  LM-NEW-CUSTOMER-NO      PIC 9(08) VALUE ZERO.
001240     05  LM-NEW-ACCOUNT-TYPE     PIC X(01) VALUE SPACE.
001250     05  LM-NEW-CURRENCY-CODE    PIC X(03) VALUE SPACES.
001260     05  LM-NEW-SAVINGS-ID       PIC 9(10) VALUE ZERO.
001270     05  LM-NEW-TARGET-FLAG      PIC X(01) VALUE SPACE.
001280         88  LM-NEW-TARGET-IS-VALID       VALUE 'Y' 'N'.
001290     05  LM-NEW-TARGET-BALANCE   PIC 9(9)V99 VALUE ZERO.
001300
001310 01  AT-RUN-SEQUENCE-NO          PIC 9(06) VALUE ZERO.
001320 01  AT-TODAY-DATE               PIC 9(08) VALUE ZERO.
001330
001340 01  CURRENT-ACCOUNT-RECORD.
001350     COPY ACCTREC.
001360
001370*****************************************************************
001380* The whole sweep-link file is held here while the operator    *
001390* works, one slot per link, and written back on exit.          *
001400*****************************************************************
001410 01  LM-LINK-TABLE.
001420     05  LM-LINK-ENTRY OCCURS 500 TIMES
001430             INDEXED BY LM-LINK-IDX.
001440         COPY SWEEPREC
001450             REPLACING ==05==               BY ==10==
001460                 ==SL-CHECKING-ACCOUNT-ID==
001470                     BY ==LM-T-CHECKING-ID==
001480                 ==SL-SAVINGS-ACCOUNT-ID==
001490                     BY ==LM-T-SAVINGS-ID==
001500                 ==SL-TARGET-SWEEP-FLAG==
001510                     BY ==LM-T-TARGET-SWEEP-FLAG==
001520                 ==SL-TARGET-SWEEP-ON==
001530                     BY ==LM-T-TARGET-SWEEP-ON==
001540                 ==SL-TARGET-SWEEP-OFF==
001550                     BY ==LM-T-TARGET-SWEEP-OFF==
001560                 ==SL-TARGET-BALANCE==  BY ==LM-T-TARGET-BALANCE==
001570                 ==SL-STATUS-FLAG==     BY ==LM-T-STATUS-FLAG==
001580                 ==SL-IS-ACTIVE==       BY ==LM-T-IS-ACTIVE==
001590                 ==SL-IS-ENDED==        BY ==LM-T-IS-ENDED==
001600                 ==SL-ADDED-DATE==      BY ==LM-T-ADDED-DATE==
001610                 ==SL-ENDED-DATE==      BY ==LM-T-ENDED-DATE==
001620                 ==SL-CHANGED-BY==      BY ==LM-T-CHANGED-BY==.
001630 01  LM-LINK-COUNT               PIC 9(04) VALUE ZERO.
001640
001650 PROCEDURE DIVISION.
001660 0000-MAIN-CONTROL.
001670     PERFORM 1000-VALIDATE-SIGNON THRU
001680         1000-VALIDATE-SIGNON-EXIT
001690     IF NOT LM-SIGNON-IS-VALID
001700         DISPLAY 'SWEEP-LINK-MAINT: operator sign-on failed. '
001710             'Nothing changed.'
001720         STOP RUN
001730     END-IF
001740
001750     MOVE 'GET  ' TO LM-BD-FUNCTION-CODE
001760     CALL 'BUSDATE-PROGRAM' USING LM-BD-FUNCTION-CODE LM-TODAY
001770     END-CALL
001780
001790     OPEN INPUT CUSTOMER-MASTER-FILE
001800     IF NOT CM-FILE-STATUS = '00'
001810         DISPLAY 'SWEEP-LINK-MAINT: CUSTMST failed to open - '
001820             'status ' CM-FILE-STATUS '. Nothing changed.'
001830         STOP RUN
001840     END-IF
001850
001860     PERFORM 1200-LOAD-LINK-TABLE THRU
001870         1200-LOAD-LINK-TABLE-EXIT
001880
001890     PERFORM 2000-MENU-LOOP THRU 2000-MENU-LOOP-EXIT
001900         UNTIL LM-STOP-RUNNING
001910
001920     PERFORM 8000-REWRITE-LINK-FILE THRU
001930         8000-REWRITE-LINK-FILE-EXIT
001940     CLOSE CUSTOMER-MASTER-FILE
001950
001960     MOVE 'CLOSE' TO LM-DP-FUNCTION-CODE
001970     CALL 'DATA-PROGRAM' USING LM-DP-FUNCTION-CODE
001980         AB-ACCOUNT-ID AB-BALANCE
001990     END-CALL
002000
002010     DISPLAY 'SWEEP-LINK-MAINT: ' LM-CHANGED-COUNT
002020         ' change(s) recorded.'
002030     STOP RUN.
002040
002050*****************************************************************
002060* 1000-VALIDATE-SIGNON requires an enabled operator's ID and   *
002070* PIN before the file can be touched, compared in the          *
002080* PIN-SCRAMBLE stored form - or clear for a record that        *
002090* predates the scramble, the same allowance MAIN-PROGRAM       *
002100* makes.                                                       *
002110*****************************************************************
002120 1000-VALIDATE-SIGNON.
002130     DISPLAY 'Enter operator ID: '
002140     ACCEPT LM-SIGNON-ID
002150     DISPLAY 'Enter operator PIN: '
002160     ACCEPT LM-SIGNON-PIN
002170     CALL 'PIN-SCRAMBLE' USING LM-SIGNON-PIN LM-SCRAMBLED-PIN
002180     END-CALL
002190     OPEN INPUT OPERATOR-FILE
002200     IF NOT OR-FILE-STATUS = '00'
002210         DISPLAY 'SWEEP-LINK-MAINT: OPERATOR-FILE not '
002220             'available - sign-on cannot be validated.'
002230         GO TO 1000-VALIDATE-SIGNON-EXIT
002240     END-IF
002250     PERFORM 1100-CHECK-OPERATOR-RECORD THRU
002260         1100-CHECK-OPERATOR-RECORD-EXIT
002270         UNTIL LM-OPERATOR-EOF OR LM-SIGNON-IS-VALID
002280     CLOSE OPERATOR-FILE.
002290
002300 1000-VALIDATE-SIGNON-EXIT.
002310     EXIT.
002320
002330*****************************************************************
002340* 1100-CHECK-OPERATOR-RECORD reads one operator record and     *
002350* accepts the sign-on when the ID matches, the record is       *
002360* enabled, and the PIN compares in its stored form.            *
002370*****************************************************************
002380 1100-CHECK-OPERATOR-RECORD.
002390     READ OPERATOR-FILE
002400         AT END
002410             SET LM-OPERATOR-EOF TO TRUE
002420             GO TO 1100-CHECK-OPERATOR-RECORD-EXIT
002430     END-READ
002440     IF OR-OPERATOR-ID NOT = LM-SIGNON-ID
002450         GO TO 1100-CHECK-OPERATOR-RECORD-EXIT
002460     END-IF
002470     IF NOT OR-IS-ENABLED
002480         GO TO 1100-CHECK-OPERATOR-RECORD-EXIT
002490     END-IF
002500     IF OR-STATUS-FLAG = SPACE
002510         IF OR-OPERATOR-PIN = LM-SIGNON-PIN
002520             SET LM-SIGNON-IS-VALID TO TRUE
002530         END-IF
002540     ELSE
002550         IF OR-OPERATOR-PIN = LM-SCRAMBLED-PIN
002560             SET LM-SIGNON-IS-VALID TO TRUE
002570         END-IF
002580     END-IF.
002590
002600 1100-CHECK-OPERATOR-RECORD-EXIT.
002610     EXIT.
002620
002630*****************************************************************
002640* 1200-LOAD-LINK-TABLE reads the sweep-link file into memory.  *
002650* A missing file simply means no links yet.                    *
002660*****************************************************************
002670 1200-LOAD-LINK-TABLE.
002680     OPEN INPUT SWEEP-LINK-FILE
002690     IF SL-FILE-STATUS = '00'
002700         PERFORM 1210-READ-LINK-RECORD THRU
002710             1210-READ-LINK-RECORD-EXIT
002720             UNTIL LM-LINK-EOF
002730         CLOSE SWEEP-LINK-FILE
002740     END-IF.
002750
002760 1200-LOAD-LINK-TABLE-EXIT.
002770     EXIT.
002780
002790*****************************************************************
002800* 1210-READ-LINK-RECORD reads one link into the next free      *
002810* table slot.                                                  *
002820*****************************************************************
002830 1210-READ-LINK-RECORD.
002840     READ SWEEP-LINK-FILE
002850         AT END
002860             SET LM-LINK-EOF TO TRUE
002870         NOT AT END
002880             IF LM-LINK-COUNT >= 500
002890                 DISPLAY 'SWEEP-LINK-MAINT: more than 500 '
002900                     'link(s) on file - entries beyond 500 '
002910                     'are not maintained.'
002920                 SET LM-LINK-EOF TO TRUE
002930             ELSE
002940                 ADD 1 TO LM-LINK-COUNT
002950                 SET LM-LINK-IDX TO LM-LINK-COUNT
002960                 MOVE SWEEP-LINK-RECORD TO
002970                     LM-LINK-ENTRY (LM-LINK-IDX)
002980             END-IF
002990     END-READ.
003000
003010 1210-READ-LINK-RECORD-EXIT.
003020     EXIT.
003030
003040*****************************************************************
003050* 2000-MENU-LOOP is performed once per menu selection until    *
003060* the operator chooses to exit.                                *
003070*****************************************************************
003080 2000-MENU-LOOP.
003090     DISPLAY '--------------------------------'
003100     DISPLAY 'Overdraft Protection Sweep Links'
003110     DISPLAY '1. Link Savings Account'
003120     DISPLAY '2. End Link'
003130     DISPLAY '3. Change Target Balance Sweep'
003140     DISPLAY '4. List Links'
003150     DISPLAY '5. Exit'
003160     DISPLAY '--------------------------------'
003170     DISPLAY 'Enter your choice (1-5): '
003180     ACCEPT LM-USER-CHOICE
003190     EVALUATE LM-USER-CHOICE
003200         WHEN 1
003210             PERFORM 3000-ADD-LINK THRU 3000-ADD-LINK-EXIT
003220         WHEN 2
003230             PERFORM 4000-END-LINK THRU 4000-END-LINK-EXIT
003240         WHEN 3
003250             PERFORM 5000-CHANGE-TARGET THRU
003260                 5000-CHANGE-TARGET-EXIT
003270         WHEN 4
003280             PERFORM 6000-LIST-LINKS THRU 6000-LIST-LINKS-EXIT
003290         WHEN 5
003300             MOVE 'NO ' TO LM-CONTINUE-FLAG
003310         WHEN OTHER
003320             DISPLAY 'Invalid choice, please select 1-5.'
003330     END-EVALUATE.
003340
003350 2000-MENU-LOOP-EXIT.
003360     EXIT.
003370
003380*****************************************************************
003390* 3000-ADD-LINK links a savings account to a checking or       *
003400* corporate account as its overdraft-protection source.  The   *
003410* protected account must have no active link already; the      *
003420* savings account must belong to the same customer and be held *
003430* in the same currency.  A corporate account may also be given *
003440* a target balance to sweep its excess funds into savings.     *
003450*****************************************************************
003460 3000-ADD-LINK.
003470     IF LM-LINK-COUNT >= 500
003480         DISPLAY 'The sweep-link file is full.'
003490         GO TO 3000-ADD-LINK-EXIT
003500     END-IF
003510     DISPLAY 'Enter account to protect: '
003520     PERFORM 3100-ACCEPT-ACCOUNT THRU 3100-ACCEPT-ACCOUNT-EXIT
003530     IF LM-ENTRY-IS-INVALID
003540         GO TO 3000-ADD-LINK-EXIT
003550     END-IF
003560     IF NOT LM-KEY-TYPE-CHECKING AND NOT LM-KEY-TYPE-CORPORATE
003570         DISPLAY 'Account ' LM-KEY-ACCOUNT-ID ' is not a '
003580             'checking or corporate account (type '
003590             LM-KEY-ACCOUNT-TYPE '). Entry rejected.'
003600         GO TO 3000-ADD-LINK-EXIT
003610     END-IF
003620     PERFORM 3200-FIND-ACTIVE-LINK THRU
003630         3200-FIND-ACTIVE-LINK-EXIT
003640     IF LM-LINK-FOUND
003650         DISPLAY 'Account ' LM-KEY-ACCOUNT-ID ' is already '
003660             'protected by savings account '
003670             LM-T-SAVINGS-ID (LM-LINK-IDX)
003680             ' - end that link first. Entry rejected.'
003690         GO TO 3000-ADD-LINK-EXIT
003700     END-IF
003710     MOVE LM-KEY-ACCOUNT-ID TO LM-NEW-CHECKING-ID
003720     MOVE LM-KEY-CUSTOMER-NO TO LM-NEW-CUSTOMER-NO
003730     MOVE LM-KEY-ACCOUNT-TYPE TO LM-NEW-ACCOUNT-TYPE
003740     MOVE LM-KEY-CURRENCY-CODE TO LM-NEW-CURRENCY-CODE
003750
003760     DISPLAY 'Enter savings account to draw on: '
003770     PERFORM 3100-ACCEPT-ACCOUNT THRU 3100-ACCEPT-ACCOUNT-EXIT
003780     IF LM-ENTRY-IS-INVALID
003790         GO TO 3000-ADD-LINK-EXIT
003800     END-IF
003810     IF NOT LM-KEY-TYPE-SAVINGS
003820         DISPLAY 'Account ' LM-KEY-ACCOUNT-ID ' is not a '
003830             'savings account (type ' LM-KEY-ACCOUNT-TYPE
003840             '). Entry rejected.'
003850         GO TO 3000-ADD-LINK-EXIT
003860     END-IF
003870     IF LM-KEY-CUSTOMER-NO NOT = LM-NEW-CUSTOMER-NO
003880         DISPLAY 'Savings account ' LM-KEY-ACCOUNT-ID
003890             ' belongs to customer ' LM-KEY-CUSTOMER-NO
003900             ', not ' LM-NEW-CUSTOMER-NO '. Entry rejected.'
003910         GO TO 3000-ADD-LINK-EXIT
003920     END-IF
003930     IF LM-KEY-CURRENCY-CODE NOT = LM-NEW-CURRENCY-CODE
003940         DISPLAY 'Savings account ' LM-KEY-ACCOUNT-ID
003950             ' is held in another currency. Entry rejected.'
003960         GO TO 3000-ADD-LINK-EXIT
003970     END-IF
003980     MOVE LM-KEY-ACCOUNT-ID TO LM-NEW-SAVINGS-ID
003990
004000     MOVE 'N' TO LM-NEW-TARGET-FLAG
004010     MOVE ZERO TO LM-NEW-TARGET-BALANCE
004020     IF LM-NEW-ACCOUNT-TYPE = 'K'
004030         PERFORM 3300-ACCEPT-TARGET THRU 3300-ACCEPT-TARGET-EXIT
004040         IF LM-ENTRY-IS-INVALID
004050             GO TO 3000-ADD-LINK-EXIT
004060         END-IF
004070     END-IF
004080
004090     SET LM-LINK-IDX TO LM-LINK-COUNT
004100     SET LM-LINK-IDX UP BY 1
004110     MOVE SPACES TO LM-LINK-ENTRY (LM-LINK-IDX)
004120     MOVE LM-NEW-CHECKING-ID TO LM-T-CHECKING-ID (LM-LINK-IDX)
004130     MOVE LM-NEW-SAVINGS-ID TO LM-T-SAVINGS-ID (LM-LINK-IDX)
004140     MOVE LM-NEW-TARGET-FLAG TO
004150         LM-T-TARGET-SWEEP-FLAG (LM-LINK-IDX)
004160     MOVE LM-NEW-TARGET-BALANCE TO
004170         LM-T-TARGET-BALANCE (LM-LINK-IDX)
004180     MOVE 'A' TO LM-T-STATUS-FLAG (LM-LINK-IDX)
004190     MOVE LM-TODAY TO LM-T-ADDED-DATE (LM-LINK-IDX)
004200     MOVE ZERO TO LM-T-ENDED-DATE (LM-LINK-IDX)
004210     MOVE LM-SIGNON-ID TO LM-T-CHANGED-BY (LM-LINK-IDX)
004220     ADD 1 TO LM-LINK-COUNT
004230     MOVE 'SWPLINK ' TO LM-AUDIT-CODE
004240     PERFORM 9000-WRITE-LINK-AUDIT THRU
004250         9000-WRITE-LINK-AUDIT-EXIT
004260     ADD 1 TO LM-CHANGED-COUNT
004270     DISPLAY 'Savings account ' LM-NEW-SAVINGS-ID
004280         ' now protects account ' LM-NEW-CHECKING-ID '.'.
004290
004300 3000-ADD-LINK-EXIT.
004310     EXIT.
004320
004330*****************************************************************
004340* 3100-ACCEPT-ACCOUNT reads an account number, looks it up on  *
004350* the customer master and the balance file, and keeps its      *
004360* customer number, type, and currency.  An account never       *
004370* opened, already closed, with no customer number, or not      *
004380* active is refused.                                           *
004390*****************************************************************
004400 3100-ACCEPT-ACCOUNT.
004410     SET LM-ENTRY-IS-VALID TO TRUE
004420     ACCEPT LM-KEY-ACCOUNT-ID
004430     IF LM-KEY-ACCOUNT-ID NOT NUMERIC OR LM-KEY-ACCOUNT-ID = ZERO
004440         DISPLAY 'Account number must be numeric and not zero. '
004450             'Entry rejected.'
004460         SET LM-ENTRY-IS-INVALID TO TRUE
004470         GO TO 3100-ACCEPT-ACCOUNT-EXIT
004480     END-IF
004490     MOVE LM-KEY-ACCOUNT-ID TO CM-ACCOUNT-ID
004500     READ CUSTOMER-MASTER-FILE
004510         INVALID KEY
004520             DISPLAY 'Account ' LM-KEY-ACCOUNT-ID ' is not on '
004530                 'the customer master. Entry rejected.'
004540             SET LM-ENTRY-IS-INVALID TO TRUE
004550             GO TO 3100-ACCEPT-ACCOUNT-EXIT
004560     END-READ
004570     IF CM-CLOSE-DATE NUMERIC AND CM-CLOSE-DATE > ZERO
004580         DISPLAY 'Account ' LM-KEY-ACCOUNT-ID ' was closed on '
004590             CM-CLOSE-DATE '. Entry rejected.'
004600         SET LM-ENTRY-IS-INVALID TO TRUE
004610         GO TO 3100-ACCEPT-ACCOUNT-EXIT
004620     END-IF
004630     IF CM-CUSTOMER-NO NOT NUMERIC OR CM-CUSTOMER-NO = ZERO
004640         DISPLAY 'Account ' LM-KEY-ACCOUNT-ID ' has no customer '
004650             'number on the customer master. Entry rejected.'
004660         SET LM-ENTRY-IS-INVALID TO TRUE
004670         GO TO 3100-ACCEPT-ACCOUNT-EXIT
004680     END-IF
004690     MOVE CM-CUSTOMER-NO TO LM-KEY-CUSTOMER-NO
004700     MOVE LM-KEY-ACCOUNT-ID TO AB-ACCOUNT-ID
004710     MOVE 'READ ' TO LM-DP-FUNCTION-CODE
004720     CALL 'DATA-PROGRAM' USING LM-DP-FUNCTION-CODE AB-ACCOUNT-ID
004730         AB-BALANCE LM-DP-STATUS-CODE AB-OD-LIMIT
004740         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
004750         AB-CURRENCY-CODE
004760     END-CALL
004770     IF NOT LM-DP-STATUS-CODE = 'OK '
004780         DISPLAY 'Account ' LM-KEY-ACCOUNT-ID ' could not be '
004790             'read from the balance file (status '
004800             LM-DP-STATUS-CODE '). Entry rejected.'
004810         SET LM-ENTRY-IS-INVALID TO TRUE
004820         GO TO 3100-ACCEPT-ACCOUNT-EXIT
004830     END-IF
004840     IF NOT AB-IS-ACTIVE
004850         DISPLAY 'Account ' LM-KEY-ACCOUNT-ID ' is not active '
004860             '(status ' AB-STATUS-FLAG '). Entry rejected.'
004870         SET LM-ENTRY-IS-INVALID TO TRUE
004880         GO TO 3100-ACCEPT-ACCOUNT-EXIT
004890     END-IF
004900     MOVE AB-ACCOUNT-TYPE TO LM-KEY-ACCOUNT-TYPE
004910     MOVE AB-CURRENCY-CODE TO LM-KEY-CURRENCY-CODE.
004920
004930 3100-ACCEPT-ACCOUNT-EXIT.
004940     EXIT.
004950
004960*****************************************************************
004970* 3200-FIND-ACTIVE-LINK looks for the active link protecting   *
004980* the account keyed, leaving the index on it when found.       *
004990*****************************************************************
005000 3200-FIND-ACTIVE-LINK.
005010     MOVE 'N' TO LM-LINK-FOUND-SW
005020     SET LM-LINK-IDX TO 1
005030     PERFORM 3210-MATCH-LINK-ENTRY THRU
005040         3210-MATCH-LINK-ENTRY-EXIT
005050         UNTIL LM-LINK-IDX > LM-LINK-COUNT
005060             OR LM-LINK-FOUND.
005070
005080 3200-FIND-ACTIVE-LINK-EXIT.
005090     EXIT.
005100
005110*****************************************************************
005120* 3210-MATCH-LINK-ENTRY compares one table slot against the    *
005130* account keyed.                                               *
005140*****************************************************************
005150 3210-MATCH-LINK-ENTRY.
005160     IF LM-T-CHECKING-ID (LM-LINK-IDX) = LM-KEY-ACCOUNT-ID
005170             AND LM-T-IS-ACTIVE (LM-LINK-IDX)
005180         MOVE 'Y' TO LM-LINK-FOUND-SW
005190     ELSE
005200         SET LM-LINK-IDX UP BY 1
005210     END-IF.
005220
005230 3210-MATCH-LINK-ENTRY-EXIT.
005240     EXIT.
005250
005260*****************************************************************
005270* 3300-ACCEPT-TARGET asks whether a corporate account should   *
005280* sweep its funds above a target balance into savings, and if  *
005290* so, what that target is.                                     *
005300*****************************************************************
005310 3300-ACCEPT-TARGET.
005320     SET LM-ENTRY-IS-VALID TO TRUE
005330     MOVE SPACE TO LM-NEW-TARGET-FLAG
005340     DISPLAY 'Sweep funds above a target balance into savings '
005350         '(Y/N): '
005360     ACCEPT LM-NEW-TARGET-FLAG
005370     IF NOT LM-NEW-TARGET-IS-VALID
005380         DISPLAY 'Answer must be Y or N. Entry rejected.'
005390         SET LM-ENTRY-IS-INVALID TO TRUE
005400         GO TO 3300-ACCEPT-TARGET-EXIT
005410     END-IF
005420     MOVE ZERO TO LM-NEW-TARGET-BALANCE
005430     IF LM-NEW-TARGET-FLAG = 'Y'
005440         DISPLAY 'Enter target balance: '
005450         ACCEPT LM-NEW-TARGET-BALANCE
005460         IF LM-NEW-TARGET-BALANCE NOT NUMERIC
005470             DISPLAY 'Target balance must be numeric. Entry '
005480                 'rejected.'
005490             SET LM-ENTRY-IS-INVALID TO TRUE
005500         END-IF
005510     END-IF.
005520
005530 3300-ACCEPT-TARGET-EXIT.
005540     EXIT.
005550
005560*****************************************************************
005570* 4000-END-LINK marks the active link protecting the account   *
005580* keyed ended.                                                 *
005590*****************************************************************
005600 4000-END-LINK.
005610     SET LM-ENTRY-IS-VALID TO TRUE
005620     DISPLAY 'Enter protected account number: '
005630     ACCEPT LM-KEY-ACCOUNT-ID
005640     IF LM-KEY-ACCOUNT-ID NOT NUMERIC OR LM-KEY-ACCOUNT-ID = ZERO
005650         DISPLAY 'Account number must be numeric and not zero. '
005660             'Entry rejected.'
005670         GO TO 4000-END-LINK-EXIT
005680     END-IF
005690     PERFORM 3200-FIND-ACTIVE-LINK THRU
005700         3200-FIND-ACTIVE-LINK-EXIT
005710     IF NOT LM-LINK-FOUND
005720         DISPLAY 'Account ' LM-KEY-ACCOUNT-ID ' has no active '
005730             'sweep link.'
005740         GO TO 4000-END-LINK-EXIT
005750     END-IF
005760     MOVE 'X' TO LM-T-STATUS-FLAG (LM-LINK-IDX)
005770     MOVE LM-TODAY TO LM-T-ENDED-DATE (LM-LINK-IDX)
005780     MOVE LM-SIGNON-ID TO LM-T-CHANGED-BY (LM-LINK-IDX)
005790     MOVE 'SWPEND  ' TO LM-AUDIT-CODE
005800     PERFORM 9000-WRITE-LINK-AUDIT THRU
005810         9000-WRITE-LINK-AUDIT-EXIT
005820     ADD 1 TO LM-CHANGED-COUNT
005830     DISPLAY 'Sweep link for account ' LM-KEY-ACCOUNT-ID
005840         ' ended.'.
005850
005860 4000-END-LINK-EXIT.
005870     EXIT.
005880
005890*****************************************************************
005900* 5000-CHANGE-TARGET turns a corporate account's target-balance*
005910* sweep on or off, or changes its target.                      *
005920*****************************************************************
005930 5000-CHANGE-TARGET.
005940     DISPLAY 'Enter protected account number: '
005950     PERFORM 3100-ACCEPT-ACCOUNT THRU 3100-ACCEPT-ACCOUNT-EXIT
005960     IF LM-ENTRY-IS-INVALID
005970         GO TO 5000-CHANGE-TARGET-EXIT
005980     END-IF
005990     IF NOT LM-KEY-TYPE-CORPORATE
006000         DISPLAY 'Only a corporate account may carry a target '
006010             'balance sweep. Entry rejected.'
006020         GO TO 5000-CHANGE-TARGET-EXIT
006030     END-IF
006040     PERFORM 3200-FIND-ACTIVE-LINK THRU
006050         3200-FIND-ACTIVE-LINK-EXIT
006060     IF NOT LM-LINK-FOUND
006070         DISPLAY 'Account ' LM-KEY-ACCOUNT-ID ' has no active '
006080             'sweep link - link a savings account first.'
006090         GO TO 5000-CHANGE-TARGET-EXIT
006100     END-IF
006110     DISPLAY 'Target sweep on file: '
006120         LM-T-TARGET-SWEEP-FLAG (LM-LINK-IDX)
006130         ' target ' LM-T-TARGET-BALANCE (LM-LINK-IDX)
006140     PERFORM 3300-ACCEPT-TARGET THRU 3300-ACCEPT-TARGET-EXIT
006150     IF LM-ENTRY-IS-INVALID
006160         GO TO 5000-CHANGE-TARGET-EXIT
006170     END-IF
006180     MOVE LM-NEW-TARGET-FLAG TO
006190         LM-T-TARGET-SWEEP-FLAG (LM-LINK-IDX)
006200     MOVE LM-NEW-TARGET-BALANCE TO
006210         LM-T-TARGET-BALANCE (LM-LINK-IDX)
006220     MOVE LM-SIGNON-ID TO LM-T-CHANGED-BY (LM-LINK-IDX)
006230     MOVE 'SWPTGT  ' TO LM-AUDIT-CODE
006240     PERFORM 9000-WRITE-LINK-AUDIT THRU
006250         9000-WRITE-LINK-AUDIT-EXIT
006260     ADD 1 TO LM-CHANGED-COUNT
006270     DISPLAY 'Target balance sweep changed.'.
006280
006290 5000-CHANGE-TARGET-EXIT.
006300     EXIT.
006310
006320*****************************************************************
006330* 6000-LIST-LINKS displays every link on file, active or       *
006340* ended.                                                       *
006350*****************************************************************
006360 6000-LIST-LINKS.
006370     IF LM-LINK-COUNT = ZERO
006380         DISPLAY 'No sweep links on file.'
006390         GO TO 6000-LIST-LINKS-EXIT
006400     END-IF
006410     SET LM-LINK-IDX TO 1
006420     PERFORM 6100-DISPLAY-LINK-ENTRY THRU
006430         6100-DISPLAY-LINK-ENTRY-EXIT
006440         UNTIL LM-LINK-IDX > LM-LINK-COUNT.
006450
006460 6000-LIST-LINKS-EXIT.
006470     EXIT.
006480
006490*****************************************************************
006500* 6100-DISPLAY-LINK-ENTRY displays one link, then advances to  *
006510* the next slot.                                               *
006520*****************************************************************
006530 6100-DISPLAY-LINK-ENTRY.
006540     DISPLAY 'Account ' LM-T-CHECKING-ID (LM-LINK-IDX)
006550         ' from savings ' LM-T-SAVINGS-ID (LM-LINK-IDX)
006560         ' target sweep ' LM-T-TARGET-SWEEP-FLAG (LM-LINK-IDX)
006570         ' target ' LM-T-TARGET-BALANCE (LM-LINK-IDX)
006580         ' status ' LM-T-STATUS-FLAG (LM-LINK-IDX)
006590         ' added ' LM-T-ADDED-DATE (LM-LINK-IDX)
006600         ' ended ' LM-T-ENDED-DATE (LM-LINK-IDX)
006610     SET LM-LINK-IDX UP BY 1.
006620
006630 6100-DISPLAY-LINK-ENTRY-EXIT.
006640     EXIT.
006650
006660*****************************************************************
006670* 8000-REWRITE-LINK-FILE writes the whole table back over the  *
006680* sweep-link file.                                             *
006690*****************************************************************
006700 8000-REWRITE-LINK-FILE.
006710     OPEN OUTPUT SWEEP-LINK-FILE
006720     SET LM-LINK-IDX TO 1
006730     PERFORM 8100-WRITE-LINK-RECORD THRU
006740         8100-WRITE-LINK-RECORD-EXIT
006750         UNTIL LM-LINK-IDX > LM-LINK-COUNT
006760     CLOSE SWEEP-LINK-FILE.
006770
006780 8000-REWRITE-LINK-FILE-EXIT.
006790     EXIT.
006800
006810*****************************************************************
006820* 8100-WRITE-LINK-RECORD writes one table slot back to the     *
006830* file, then advances to the next.                             *
006840*****************************************************************
006850 8100-WRITE-LINK-RECORD.
006860     WRITE SWEEP-LINK-RECORD FROM LM-LINK-ENTRY (LM-LINK-IDX)
006870     SET LM-LINK-IDX UP BY 1.
006880
006890 8100-WRITE-LINK-RECORD-EXIT.
006900     EXIT.
006910
006920*****************************************************************
006930* 9000-WRITE-LINK-AUDIT appends one audit entry for the link   *
006940* under the index - SWPLINK when linked, SWPEND when ended,    *
006950* SWPTGT when its target-balance sweep changes - against the   *
006960* protected account, under the operator's ID, numbering on     *
006970* from the highest sequence already on file for today the same *
006980* way OPERATIONS does.  No money moves, so the amount is zero. *
006990*****************************************************************
007000 9000-WRITE-LINK-AUDIT.
007010     PERFORM 9100-INITIALIZE-AUDIT-SEQUENCE THRU
007020         9100-INITIALIZE-AUDIT-SEQUENCE-EXIT
007030     MOVE SPACES TO AUDIT-TRAIL-RECORD
007040     ADD 1 TO AT-RUN-SEQUENCE-NO
007050     MOVE AT-RUN-SEQUENCE-NO TO AT-SEQUENCE-NO
007060     MOVE AT-TODAY-DATE TO AT-TRAN-DATE
007070     ACCEPT AT-TRAN-TIME FROM TIME
007080     MOVE LM-T-CHECKING-ID (LM-LINK-IDX) TO AT-ACCOUNT-ID
007090     MOVE LM-AUDIT-CODE TO AT-OPERATION-CODE
007100     MOVE ZERO TO AT-AMOUNT
007110     MOVE ZERO TO AT-RESULTING-BALANCE
007120     MOVE SPACE TO AT-OVERDRAWN-FLAG
007130     MOVE SPACES TO AT-SUPERVISOR-ID
007140     MOVE LM-SIGNON-ID TO AT-OPERATOR-ID
007150     MOVE ZERO TO AT-ORIG-DATE
007160     MOVE ZERO TO AT-ORIG-SEQ
007170     MOVE 'STAMP' TO LM-CHAIN-FUNCTION-CODE
007180     CALL 'AUDIT-CHAIN' USING LM-CHAIN-FUNCTION-CODE
007190         AUDIT-TRAIL-RECORD
007200     END-CALL
007210
007220     OPEN EXTEND AUDIT-TRAIL-FILE
007230     IF NOT AT-FILE-STATUS = '00' AND NOT AT-FILE-STATUS = '05'
007240         CLOSE AUDIT-TRAIL-FILE
007250         OPEN OUTPUT AUDIT-TRAIL-FILE
007260     END-IF
007270     WRITE AUDIT-TRAIL-RECORD
007280     CLOSE AUDIT-TRAIL-FILE.
007290
007300 9000-WRITE-LINK-AUDIT-EXIT.
007310     EXIT.
007320
007330*****************************************************************
007340* 9100-INITIALIZE-AUDIT-SEQUENCE seeds the run's sequence      *
007350* number from the highest already on file for today, the same  *
007360* scan OPERATIONS makes, so two programs appending on the      *
007370* same day never reuse a (date, sequence) key.                 *
007380*****************************************************************
007390 9100-INITIALIZE-AUDIT-SEQUENCE.
007400     IF AT-SEQUENCE-IS-INITIALIZED
007410         GO TO 9100-INITIALIZE-AUDIT-SEQUENCE-EXIT
007420     END-IF
007430     MOVE 'GET  ' TO LM-BD-FUNCTION-CODE
007440     CALL 'BUSDATE-PROGRAM' USING LM-BD-FUNCTION-CODE
007450         AT-TODAY-DATE
007460     END-CALL
007470     MOVE ZERO TO AT-RUN-SEQUENCE-NO
007480     OPEN INPUT AUDIT-TRAIL-FILE
007490     IF AT-FILE-STATUS = '00'
007500         PERFORM 9110-READ-AUDIT-SEQUENCE-RECORD THRU
007510             9110-READ-AUDIT-SEQUENCE-RECORD-EXIT
007520             UNTIL AT-SEQUENCE-EOF
007530         CLOSE AUDIT-TRAIL-FILE
007540     END-IF
007550     SET AT-SEQUENCE-IS-INITIALIZED TO TRUE.
007560
007570 9100-INITIALIZE-AUDIT-SEQUENCE-EXIT.
007580     EXIT.
007590
007600*****************************************************************
007610* 9110-READ-AUDIT-SEQUENCE-RECORD reads one existing audit     *
007620* entry and keeps the highest sequence number found for        *
007630* today's date.                                                *
007640*****************************************************************
007650 9110-READ-AUDIT-SEQUENCE-RECORD.
007660     READ AUDIT-TRAIL-FILE
007670         AT END
007680             SET AT-SEQUENCE-EOF TO TRUE
007690         NOT AT END
007700             IF AT-TRAN-DATE = AT-TODAY-DATE
007710                     AND AT-SEQUENCE-NO > AT-RUN-SEQUENCE-NO
007720                 MOVE AT-SEQUENCE-NO TO AT-RUN-SEQUENCE-NO
007730             END-IF
007740     END-READ.
007750
007760 9110-READ-AUDIT-SEQUENCE-RECORD-EXIT.
007770     EXIT.
