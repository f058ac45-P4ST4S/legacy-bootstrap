000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RELATIONSHIP-MAINT.
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
000113*****************************************************************
000120*
000130*****************************************************************
000140* RELATIONSHIP-MAINT maintains the account-relationship file,  *
000150* which links every party to an account beyond the single      *
000160* customer number the customer master carries.  An operator    *
000170* signs on with their ID and PIN, the same as CUSTOMER-MAINT.  *
000180* The file is loaded into memory at startup; the operator can  *
000190* link a party to an account as joint holder, attorney under   *
000200* a power of attorney, or trustee, and say whether they may    *
000210* sign alone; end a party's link; change a party's signing     *
000220* authority; or list every party to an account.  The whole     *
000230* file is rewritten on exit.  The first link added to an       *
000240* account also records the customer-master holder as its       *
000250* primary party, so the file always names everyone who can     *
000260* operate the account.  Each change writes a PTYADD, PTYEND,   *
000270* or PTYSIGN entry to the audit trail under the operator's ID. *
000280* Ended links stay on file marked ended so the history of who  *
000290* could operate the account is never lost.                     *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RELATIONSHIP-FILE ASSIGN TO "ACCTREL"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS AP-FILE-STATUS.
000370
000380     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CM-ACCOUNT-ID
000420         FILE STATUS IS CM-FILE-STATUS.
000430
000440     SELECT OPERATOR-FILE ASSIGN TO "OPERPIN"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS OR-FILE-STATUS.
000470
000480     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS AT-FILE-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RELATIONSHIP-FILE.
000550 01  RELATIONSHIP-RECORD.
000560     COPY RELREC.
000570
000580 FD  CUSTOMER-MASTER-FILE.
000590 01  CUSTOMER-MASTER-RECORD.
000600     COPY CUSTREC.
000610
000620 FD  OPERATOR-FILE.
000630 01  OPERATOR-FILE-RECORD.
000640     COPY OPERREC.
000650
000660 FD  AUDIT-TRAIL-FILE.
000670 01  AUDIT-TRAIL-RECORD.
000680     COPY AUDITREC.
000690
000700 WORKING-STORAGE SECTION.
000710 01  AP-FILE-STATUS              PIC X(02) VALUE '00'.
000720 01  CM-FILE-STATUS              PIC X(02) VALUE '00'.
000730 01  OR-FILE-STATUS              PIC X(02) VALUE '00'.
000740 01  AT-FILE-STATUS              PIC X(02) VALUE '00'.
000750
000760 01  RM-SWITCHES.
000770     05  RM-CONTINUE-FLAG        PIC X(03) VALUE 'YES'.
000780         88  RM-KEEP-RUNNING              VALUE 'YES'.
000790         88  RM-STOP-RUNNING              VALUE 'NO '.
000800     05  RM-PARTY-EOF-SW         PIC X(01) VALUE 'N'.
000810         88  RM-PARTY-EOF                 VALUE 'Y'.
000820     05  RM-OPERATOR-EOF-SW      PIC X(01) VALUE 'N'.
000830         88  RM-OPERATOR-EOF              VALUE 'Y'.
000840     05  RM-SIGNON-VALID-SW      PIC X(01) VALUE 'N'.
000850         88  RM-SIGNON-IS-VALID           VALUE 'Y'.
000860     05  RM-ENTRY-VALID-SW       PIC X(01) VALUE 'Y'.
000870         88  RM-ENTRY-IS-VALID            VALUE 'Y'.
000880         88  RM-ENTRY-IS-INVALID          VALUE 'N'.
000890     05  RM-LINK-FOUND-SW        PIC X(01) VALUE 'N'.
000900         88  RM-LINK-FOUND                VALUE 'Y'.
000910     05  RM-CUST-EOF-SW          PIC X(01) VALUE 'N'.
000920         88  RM-CUST-EOF                  VALUE 'Y'.
000930     05  RM-CUST-FOUND-SW        PIC X(01) VALUE 'N'.
000940         88  RM-CUST-FOUND                VALUE 'Y'.
000950     05  AT-SEQUENCE-INIT-SW     PIC X(01) VALUE 'N'.
000960         88  AT-SEQUENCE-IS-INITIALIZED   VALUE 'Y'.
000970     05  AT-SEQUENCE-EOF-SW      PIC X(01) VALUE 'N'.
000980         88  AT-SEQUENCE-EOF              VALUE 'Y'.
000990
001000 01  RM-USER-CHOICE              PIC 9 VALUE 0.
001010 01  RM-SIGNON-ID                PIC X(08) VALUE SPACES.
001020 01  RM-SIGNON-PIN               PIC X(04) VALUE SPACES.
001030 01  RM-SCRAMBLED-PIN            PIC X(04) VALUE SPACES.
001040 01  RM-CHANGED-COUNT            PIC 9(06) VALUE ZERO.
001050 01  RM-BD-FUNCTION-CODE         PIC X(05).
001055 01  RM-CHAIN-FUNCTION-CODE      PIC X(05).
001060 01  RM-TODAY                    PIC 9(08) VALUE ZERO.
001070 01  RM-AUDIT-CODE               PIC X(08).
001080 01  RM-LIST-COUNT               PIC 9(04) VALUE ZERO.
001090
001100*****************************************************************
001110* The account and customer number keyed for the current        *
001120* action, the primary holder off the customer master, and the  *
001130* new party staged before it is added to the table.            *
001140*****************************************************************
001150 01  RM-KEY-ACCOUNT-ID           PIC 9(10) VALUE ZERO.
001160 01  RM-KEY-CUSTOMER-NO          PIC 9(08) VALUE ZERO.
001170 01  RM-PRIMARY-CUSTOMER-NO      PIC 9(08) VALUE ZERO.
001180 01  RM-PRIMARY-NAME             PIC X(30) VALUE SPACES.
001190 01  RM-PRIMARY-ADDRESS          PIC X(40) VALUE SPACES.
001200 01  RM-NEW-PARTY.
001210     05  RM-NEW-CUSTOMER-NO      PIC 9(08) VALUE ZERO.
001220     05  RM-NEW-ROLE             PIC X(01) VALUE SPACE.
001230         88  RM-NEW-ROLE-IS-VALID         VALUE 'J' 'A' 'T'.
001240     05  RM-NEW-SIGN-ALONE       PIC X(01) VALUE SPACE.
001250         88  RM-NEW-SIGN-IS-VALID         VALUE 'Y' 'N'.
001260     05  RM-NEW-NAME             PIC X(30) VALUE SPACES.
001270     05  RM-NEW-ADDRESS          PIC X(40) VALUE SPACES.
001280
001290 01  AT-RUN-SEQUENCE-NO          PIC 9(06) VALUE ZERO.
001300 01  AT-TODAY-DATE               PIC 9(08) VALUE ZERO.
001310
001320*****************************************************************
001330* The whole relationship file is held here while the operator  *
001340* works, one slot per link, and written back on exit.          *
001350*****************************************************************
001360 01  RM-PARTY-TABLE.
001370     05  RM-PARTY-ENTRY OCCURS 1000 TIMES
001380             INDEXED BY RM-PARTY-IDX.
001390         COPY RELREC
001400             REPLACING ==05==               BY ==10==
001410                 ==AP-ACCOUNT-ID==      BY ==RM-T-ACCOUNT-ID==
001420                 ==AP-CUSTOMER-NO==     BY ==RM-T-CUSTOMER-NO==
001430                 ==AP-ROLE-PRIMARY==    BY ==RM-T-ROLE-PRIMARY==
001440                 ==AP-ROLE-JOINT==      BY ==RM-T-ROLE-JOINT==
001450                 ==AP-ROLE-ATTORNEY==   BY ==RM-T-ROLE-ATTORNEY==
001460                 ==AP-ROLE-TRUSTEE==    BY ==RM-T-ROLE-TRUSTEE==
001470                 ==AP-ROLE==            BY ==RM-T-ROLE==
001480                 ==AP-SIGN-ALONE-FLAG==
001490                     BY ==RM-T-SIGN-ALONE-FLAG==
001500                 ==AP-MAY-SIGN-ALONE==  BY ==RM-T-MAY-SIGN-ALONE==
001510                 ==AP-MUST-SIGN-JOINTLY==
001520                     BY ==RM-T-MUST-SIGN-JOINTLY==
001530                 ==AP-PARTY-NAME==      BY ==RM-T-PARTY-NAME==
001540                 ==AP-PARTY-ADDRESS==   BY ==RM-T-PARTY-ADDRESS==
001550                 ==AP-STATUS-FLAG==     BY ==RM-T-STATUS-FLAG==
001560                 ==AP-IS-ACTIVE==       BY ==RM-T-IS-ACTIVE==
001570                 ==AP-IS-ENDED==        BY ==RM-T-IS-ENDED==
001580                 ==AP-ADDED-DATE==      BY ==RM-T-ADDED-DATE==
001590                 ==AP-ENDED-DATE==      BY ==RM-T-ENDED-DATE==
001600                 ==AP-CHANGED-BY==      BY ==RM-T-CHANGED-BY==.
001610 01  RM-PARTY-COUNT              PIC 9(04) VALUE ZERO.
001620
001630 PROCEDURE DIVISION.
001640 0000-MAIN-CONTROL.
001650     PERFORM 1000-VALIDATE-SIGNON THRU
001660         1000-VALIDATE-SIGNON-EXIT
001670     IF NOT RM-SIGNON-IS-VALID
001680         DISPLAY 'RELATIONSHIP-MAINT: operator sign-on failed. '
001690             'Nothing changed.'
001700         STOP RUN
001710     END-IF
001720
001730     MOVE 'GET  ' TO RM-BD-FUNCTION-CODE
001740     CALL 'BUSDATE-PROGRAM' USING RM-BD-FUNCTION-CODE RM-TODAY
001750     END-CALL
001760
001770     OPEN INPUT CUSTOMER-MASTER-FILE
001780     IF NOT CM-FILE-STATUS = '00'
001790         DISPLAY 'RELATIONSHIP-MAINT: CUSTMST failed to open - '
001800             'status ' CM-FILE-STATUS '. Nothing changed.'
001810         STOP RUN
001820     END-IF
001830
001840     PERFORM 1200-LOAD-PARTY-TABLE THRU
001850         1200-LOAD-PARTY-TABLE-EXIT
001860
001870     PERFORM 2000-MENU-LOOP THRU 2000-MENU-LOOP-EXIT
001880         UNTIL RM-STOP-RUNNING
001890
001900     PERFORM 8000-REWRITE-PARTY-FILE THRU
001910         8000-REWRITE-PARTY-FILE-EXIT
001920     CLOSE CUSTOMER-MASTER-FILE
001930
001940     DISPLAY 'RELATIONSHIP-MAINT: ' RM-CHANGED-COUNT
001950         ' change(s) recorded.'
001960     STOP RUN.
001970
001980*****************************************************************
001990* 1000-VALIDATE-SIGNON requires an enabled operator's ID and   *
002000* PIN before the file can be touched, compared in the          *
002010* PIN-SCRAMBLE stored form - or clear for a record that        *
002020* predates the scramble, the same allowance MAIN-PROGRAM       *
002030* makes.                                                       *
002040*****************************************************************
002050 1000-VALIDATE-SIGNON.
002060     DISPLAY 'Enter operator ID: '
002070     ACCEPT RM-SIGNON-ID
002080     DISPLAY 'Enter operator PIN: '
002090     ACCEPT RM-SIGNON-PIN
002100     CALL 'PIN-SCRAMBLE' USING RM-SIGNON-PIN RM-SCRAMBLED-PIN
002110     END-CALL
002120     OPEN INPUT OPERATOR-FILE
002130     IF NOT OR-FILE-STATUS = '00'
002140         DISPLAY 'RELATIONSHIP-MAINT: OPERATOR-FILE not '
002150             'available - sign-on cannot be validated.'
002160         GO TO 1000-VALIDATE-SIGNON-EXIT
002170     END-IF
002180     PERFORM 1100-CHECK-OPERATOR-RECORD THRU
002190         1100-CHECK-OPERATOR-RECORD-EXIT
002200         UNTIL RM-OPERATOR-EOF OR RM-SIGNON-IS-VALID
002210     CLOSE OPERATOR-FILE.
002220
002230 1000-VALIDATE-SIGNON-EXIT.
002240     EXIT.
002250
002260*****************************************************************
002270* 1100-CHECK-OPERATOR-RECORD reads one operator record and     *
002280* accepts the sign-on when the ID matches, the record is       *
002290* enabled, and the PIN compares in its stored form.            *
002300*****************************************************************
002310 1100-CHECK-OPERATOR-RECORD.
002320     READ OPERATOR-FILE
002330         AT END
002340             SET RM-OPERATOR-EOF TO TRUE
002350             GO TO 1100-CHECK-OPERATOR-RECORD-EXIT
002360     END-READ
002370     IF OR-OPERATOR-ID NOT = RM-SIGNON-ID
002380         GO TO 1100-CHECK-OPERATOR-RECORD-EXIT
002390     END-IF
002400     IF NOT OR-IS-ENABLED
002410         GO TO 1100-CHECK-OPERATOR-RECORD-EXIT
002420     END-IF
002430     IF OR-STATUS-FLAG = SPACE
002440         IF OR-OPERATOR-PIN = RM-SIGNON-PIN
002450             SET RM-SIGNON-IS-VALID TO TRUE
002460         END-IF
002470     ELSE
002480         IF OR-OPERATOR-PIN = RM-SCRAMBLED-PIN
002490             SET RM-SIGNON-IS-VALID TO TRUE
002500         END-IF
002510     END-IF.
002520
002530 1100-CHECK-OPERATOR-RECORD-EXIT.
002540     EXIT.
002550
002560*****************************************************************
002570* 1200-LOAD-PARTY-TABLE reads the relationship file into       *
002580* memory.  A missing file simply means no links yet.           *
002590*****************************************************************
002600 1200-LOAD-PARTY-TABLE.
002610     OPEN INPUT RELATIONSHIP-FILE
002620     IF AP-FILE-STATUS = '00'
002630         PERFORM 1210-READ-PARTY-RECORD THRU
002640             1210-READ-PARTY-RECORD-EXIT
002650             UNTIL RM-PARTY-EOF
002660         CLOSE RELATIONSHIP-FILE
002670     END-IF.
002680
002690 1200-LOAD-PARTY-TABLE-EXIT.
002700     EXIT.
002710
002720*****************************************************************
002730* 1210-READ-PARTY-RECORD reads one link into the next free     *
002740* table slot.                                                  *
002750*****************************************************************
002760 1210-READ-PARTY-RECORD.
002770     READ RELATIONSHIP-FILE
002780         AT END
002790             SET RM-PARTY-EOF TO TRUE
002800         NOT AT END
002810             IF RM-PARTY-COUNT >= 1000
002820                 DISPLAY 'RELATIONSHIP-MAINT: more than 1000 '
002830                     'link(s) on file - entries beyond 1000 '
002840                     'are not maintained.'
002850                 SET RM-PARTY-EOF TO TRUE
002860             ELSE
002870                 ADD 1 TO RM-PARTY-COUNT
002880                 SET RM-PARTY-IDX TO RM-PARTY-COUNT
002890                 MOVE RELATIONSHIP-RECORD TO
002900                     RM-PARTY-ENTRY (RM-PARTY-IDX)
002910             END-IF
002920     END-READ.
002930
002940 1210-READ-PARTY-RECORD-EXIT.
002950     EXIT.
002960
002970*****************************************************************
002980* 2000-MENU-LOOP is performed once per menu selection until    *
002990* the operator chooses to exit.                                *
003000*****************************************************************
003010 2000-MENU-LOOP.
003020     DISPLAY '--------------------------------'
003030     DISPLAY 'Account Relationships'
003040     DISPLAY '1. Link Party to Account'
003050     DISPLAY '2. End Party Link'
003060     DISPLAY '3. Change Signing Authority'
003070     DISPLAY '4. List Account Parties'
003080     DISPLAY '5. Exit'
003090     DISPLAY '--------------------------------'
003100     DISPLAY 'Enter your choice (1-5): '
003110     ACCEPT RM-USER-CHOICE
003120     EVALUATE RM-USER-CHOICE
003130         WHEN 1
003140             PERFORM 3000-LINK-PARTY THRU 3000-LINK-PARTY-EXIT
003150         WHEN 2
003160             PERFORM 4000-END-PARTY-LINK THRU
003170                 4000-END-PARTY-LINK-EXIT
003180         WHEN 3
003190             PERFORM 5000-CHANGE-SIGNING THRU
003200                 5000-CHANGE-SIGNING-EXIT
003210         WHEN 4
003220             PERFORM 6000-LIST-PARTIES THRU
003230                 6000-LIST-PARTIES-EXIT
003240         WHEN 5
003250             MOVE 'NO ' TO RM-CONTINUE-FLAG
003260         WHEN OTHER
003270             DISPLAY 'Invalid choice, please select 1-5.'
003280     END-EVALUATE.
003290
003300 2000-MENU-LOOP-EXIT.
003310     EXIT.
003320
003330*****************************************************************
003340* 3000-LINK-PARTY links one more party to an open account.     *
003350* The account's customer-master holder is its primary party    *
003360* and cannot be linked again; nor can a party already linked.  *
003370* When the customer number already holds an account, the name  *
003380* and address are taken from that customer-master record;      *
003390* otherwise they are keyed.  The first link for an account     *
003400* also records the primary holder, who may sign alone.         *
003410*****************************************************************
003420 3000-LINK-PARTY.
003430     IF RM-PARTY-COUNT > 998
003440         DISPLAY 'The relationship file is full.'
003450         GO TO 3000-LINK-PARTY-EXIT
003460     END-IF
003470     PERFORM 3100-ACCEPT-ACCOUNT THRU 3100-ACCEPT-ACCOUNT-EXIT
003480     IF RM-ENTRY-IS-INVALID
003490         GO TO 3000-LINK-PARTY-EXIT
003500     END-IF
003510     IF CM-CLOSE-DATE NUMERIC AND CM-CLOSE-DATE > ZERO
003520         DISPLAY 'Account ' RM-KEY-ACCOUNT-ID ' was closed on '
003530             CM-CLOSE-DATE '. Entry rejected.'
003540         GO TO 3000-LINK-PARTY-EXIT
003550     END-IF
003560     IF CM-CUSTOMER-NO NOT NUMERIC OR CM-CUSTOMER-NO = ZERO
003570         DISPLAY 'Account ' RM-KEY-ACCOUNT-ID ' has no customer '
003580             'number on the customer master, so its primary '
003590             'holder is unknown. Entry rejected.'
003600         GO TO 3000-LINK-PARTY-EXIT
003610     END-IF
003620     MOVE CM-CUSTOMER-NO TO RM-PRIMARY-CUSTOMER-NO
003630     MOVE CM-CUSTOMER-NAME TO RM-PRIMARY-NAME
003640     MOVE CM-CUSTOMER-ADDRESS TO RM-PRIMARY-ADDRESS
003650
003660     PERFORM 3200-ACCEPT-CUSTOMER-NO THRU
003670         3200-ACCEPT-CUSTOMER-NO-EXIT
003680     IF RM-ENTRY-IS-INVALID
003690         GO TO 3000-LINK-PARTY-EXIT
003700     END-IF
003710     IF RM-KEY-CUSTOMER-NO = RM-PRIMARY-CUSTOMER-NO
003720         DISPLAY 'Customer ' RM-KEY-CUSTOMER-NO ' is already '
003730             'the primary holder. Entry rejected.'
003740         GO TO 3000-LINK-PARTY-EXIT
003750     END-IF
003760     PERFORM 3300-FIND-ACTIVE-LINK THRU
003770         3300-FIND-ACTIVE-LINK-EXIT
003780     IF RM-LINK-FOUND
003790         DISPLAY 'Customer ' RM-KEY-CUSTOMER-NO ' is already '
003800             'linked to account ' RM-KEY-ACCOUNT-ID
003810             '. Entry rejected.'
003820         GO TO 3000-LINK-PARTY-EXIT
003830     END-IF
003840
003850     MOVE SPACE TO RM-NEW-ROLE
003860     DISPLAY 'Enter role (J=Joint A=Power of attorney '
003870         'T=Trustee): '
003880     ACCEPT RM-NEW-ROLE
003890     IF NOT RM-NEW-ROLE-IS-VALID
003900         DISPLAY 'Role must be J, A, or T. Entry rejected.'
003910         GO TO 3000-LINK-PARTY-EXIT
003920     END-IF
003930     MOVE SPACE TO RM-NEW-SIGN-ALONE
003940     DISPLAY 'May this party sign alone (Y/N): '
003950     ACCEPT RM-NEW-SIGN-ALONE
003960     IF NOT RM-NEW-SIGN-IS-VALID
003970         DISPLAY 'Sign-alone must be Y or N. Entry rejected.'
003980         GO TO 3000-LINK-PARTY-EXIT
003990     END-IF
004000
004010     PERFORM 3400-FIND-CUSTOMER-NAME THRU
004020         3400-FIND-CUSTOMER-NAME-EXIT
004030     IF RM-CUST-FOUND
004040         DISPLAY 'Party on file: ' RM-NEW-NAME
004050     ELSE
004060         DISPLAY 'Customer ' RM-KEY-CUSTOMER-NO ' holds no '
004070             'account of their own.'
004080         MOVE SPACES TO RM-NEW-NAME
004090         DISPLAY 'Enter party name: '
004100         ACCEPT RM-NEW-NAME
004110         MOVE SPACES TO RM-NEW-ADDRESS
004120         DISPLAY 'Enter party address: '
004130         ACCEPT RM-NEW-ADDRESS
004140         IF RM-NEW-NAME = SPACES OR RM-NEW-ADDRESS = SPACES
004150             DISPLAY 'Name and address are both required. '
004160                 'Entry rejected.'
004170             GO TO 3000-LINK-PARTY-EXIT
004180         END-IF
004190     END-IF
004200     MOVE RM-KEY-CUSTOMER-NO TO RM-NEW-CUSTOMER-NO
004210
004220     MOVE RM-PRIMARY-CUSTOMER-NO TO RM-KEY-CUSTOMER-NO
004230     PERFORM 3300-FIND-ACTIVE-LINK THRU
004240         3300-FIND-ACTIVE-LINK-EXIT
004250     IF NOT RM-LINK-FOUND
004260         PERFORM 3500-ADD-PRIMARY-ENTRY THRU
004270             3500-ADD-PRIMARY-ENTRY-EXIT
004280     END-IF
004290
004300     SET RM-PARTY-IDX TO RM-PARTY-COUNT
004310     SET RM-PARTY-IDX UP BY 1
004320     MOVE SPACES TO RM-PARTY-ENTRY (RM-PARTY-IDX)
004330     MOVE RM-KEY-ACCOUNT-ID TO RM-T-ACCOUNT-ID (RM-PARTY-IDX)
004340     MOVE RM-NEW-CUSTOMER-NO TO RM-T-CUSTOMER-NO (RM-PARTY-IDX)
004350     MOVE RM-NEW-ROLE TO RM-T-ROLE (RM-PARTY-IDX)
004360     MOVE RM-NEW-SIGN-ALONE TO RM-T-SIGN-ALONE-FLAG (RM-PARTY-IDX)
004370     MOVE RM-NEW-NAME TO RM-T-PARTY-NAME (RM-PARTY-IDX)
004380     MOVE RM-NEW-ADDRESS TO RM-T-PARTY-ADDRESS (RM-PARTY-IDX)
004390     MOVE 'A' TO RM-T-STATUS-FLAG (RM-PARTY-IDX)
004400     MOVE RM-TODAY TO RM-T-ADDED-DATE (RM-PARTY-IDX)
004410     MOVE ZERO TO RM-T-ENDED-DATE (RM-PARTY-IDX)
004420     MOVE RM-SIGNON-ID TO RM-T-CHANGED-BY (RM-PARTY-IDX)
004430     ADD 1 TO RM-PARTY-COUNT
004440     MOVE 'PTYADD  ' TO RM-AUDIT-CODE
004450     PERFORM 9000-WRITE-PARTY-AUDIT THRU
004460         9000-WRITE-PARTY-AUDIT-EXIT
004470     ADD 1 TO RM-CHANGED-COUNT
004480     DISPLAY 'Customer ' RM-NEW-CUSTOMER-NO ' linked to account '
004490         RM-KEY-ACCOUNT-ID '.'.
004500
004510 3000-LINK-PARTY-EXIT.
004520     EXIT.
004530
004540*****************************************************************
004550* 3100-ACCEPT-ACCOUNT reads an account number and looks it up  *
004560* on the customer master.                                      *
004570*****************************************************************
004580 3100-ACCEPT-ACCOUNT.
004590     SET RM-ENTRY-IS-VALID TO TRUE
004600     DISPLAY 'Enter account number: '
004610     ACCEPT RM-KEY-ACCOUNT-ID
004620     IF RM-KEY-ACCOUNT-ID NOT NUMERIC OR RM-KEY-ACCOUNT-ID = ZERO
004630         DISPLAY 'Account number must be numeric and not zero. '
004640             'Entry rejected.'
004650         SET RM-ENTRY-IS-INVALID TO TRUE
004660         GO TO 3100-ACCEPT-ACCOUNT-EXIT
004670     END-IF
004680     MOVE RM-KEY-ACCOUNT-ID TO CM-ACCOUNT-ID
004690     READ CUSTOMER-MASTER-FILE
004700         INVALID KEY
004710             DISPLAY 'Account ' RM-KEY-ACCOUNT-ID ' is not on '
004720                 'the customer master. Entry rejected.'
004730             SET RM-ENTRY-IS-INVALID TO TRUE
004740     END-READ.
004750
004760 3100-ACCEPT-ACCOUNT-EXIT.
004770     EXIT.
004780
004790*****************************************************************
004800* 3200-ACCEPT-CUSTOMER-NO reads the customer number of the     *
004810* party being linked, ended, or changed.                       *
004820*****************************************************************
004830 3200-ACCEPT-CUSTOMER-NO.
004840     SET RM-ENTRY-IS-VALID TO TRUE
004850     DISPLAY 'Enter party customer number: '
004860     ACCEPT RM-KEY-CUSTOMER-NO
004870     IF RM-KEY-CUSTOMER-NO NOT NUMERIC
004880             OR RM-KEY-CUSTOMER-NO = ZERO
004890         DISPLAY 'Customer number must be numeric and not '
004900             'zero. Entry rejected.'
004910         SET RM-ENTRY-IS-INVALID TO TRUE
004920     END-IF.
004930
004940 3200-ACCEPT-CUSTOMER-NO-EXIT.
004950     EXIT.
004960
004970*****************************************************************
004980* 3300-FIND-ACTIVE-LINK looks for an active link between the   *
004990* account and customer number keyed, leaving the index on it   *
005000* when found.                                                  *
005010*****************************************************************
005020 3300-FIND-ACTIVE-LINK.
005030     MOVE 'N' TO RM-LINK-FOUND-SW
005040     SET RM-PARTY-IDX TO 1
005050     PERFORM 3310-MATCH-PARTY-ENTRY THRU
005060         3310-MATCH-PARTY-ENTRY-EXIT
005070         UNTIL RM-PARTY-IDX > RM-PARTY-COUNT
005080             OR RM-LINK-FOUND.
005090
005100 3300-FIND-ACTIVE-LINK-EXIT.
005110     EXIT.
005120
005130*****************************************************************
005140* 3310-MATCH-PARTY-ENTRY compares one table slot against the   *
005150* account and customer number keyed.                           *
005160*****************************************************************
005170 3310-MATCH-PARTY-ENTRY.
005180     IF RM-T-ACCOUNT-ID (RM-PARTY-IDX) = RM-KEY-ACCOUNT-ID
005190             AND RM-T-CUSTOMER-NO (RM-PARTY-IDX) =
005200                 RM-KEY-CUSTOMER-NO
005210             AND RM-T-IS-ACTIVE (RM-PARTY-IDX)
005220         MOVE 'Y' TO RM-LINK-FOUND-SW
005230     ELSE
005240         SET RM-PARTY-IDX UP BY 1
005250     END-IF.
005260
005270 3310-MATCH-PARTY-ENTRY-EXIT.
005280     EXIT.
005290
005300*****************************************************************
005310* 3400-FIND-CUSTOMER-NAME walks the customer master for an     *
005320* account already held under the customer number keyed and     *
005330* stages that record's name and address for the new link.      *
005340*****************************************************************
005350 3400-FIND-CUSTOMER-NAME.
005360     MOVE 'N' TO RM-CUST-FOUND-SW
005370     MOVE 'N' TO RM-CUST-EOF-SW
005380     MOVE LOW-VALUES TO CM-ACCOUNT-ID
005390     START CUSTOMER-MASTER-FILE KEY IS >= CM-ACCOUNT-ID
005400         INVALID KEY
005410             SET RM-CUST-EOF TO TRUE
005420     END-START
005430     PERFORM 3410-EXAMINE-CUSTOMER-RECORD THRU
005440         3410-EXAMINE-CUSTOMER-RECORD-EXIT
005450         UNTIL RM-CUST-EOF OR RM-CUST-FOUND.
005460
005470 3400-FIND-CUSTOMER-NAME-EXIT.
005480     EXIT.
005490
005500*****************************************************************
005510* 3410-EXAMINE-CUSTOMER-RECORD reads the next customer-master  *
005520* record and takes its name and address when it carries the    *
005530* customer number keyed.                                       *
005540*****************************************************************
005550 3410-EXAMINE-CUSTOMER-RECORD.
005560     READ CUSTOMER-MASTER-FILE NEXT RECORD
005570         AT END
005580             SET RM-CUST-EOF TO TRUE
005590             GO TO 3410-EXAMINE-CUSTOMER-RECORD-EXIT
005600     END-READ
005610     IF CM-CUSTOMER-NO NUMERIC
005620             AND CM-CUSTOMER-NO = RM-KEY-CUSTOMER-NO
005630         MOVE CM-CUSTOMER-NAME TO RM-NEW-NAME
005640         MOVE CM-CUSTOMER-ADDRESS TO RM-NEW-ADDRESS
005650         SET RM-CUST-FOUND TO TRUE
005660     END-IF.
005670
005680 3410-EXAMINE-CUSTOMER-RECORD-EXIT.
005690     EXIT.
005700
005710*****************************************************************
005720* 3500-ADD-PRIMARY-ENTRY records the customer-master holder    *
005730* as the account's primary party, able to sign alone, the      *
005740* first time any other party is linked to the account.         *
005750*****************************************************************
005760 3500-ADD-PRIMARY-ENTRY.
005770     SET RM-PARTY-IDX TO RM-PARTY-COUNT
005780     SET RM-PARTY-IDX UP BY 1
005790     MOVE SPACES TO RM-PARTY-ENTRY (RM-PARTY-IDX)
005800     MOVE RM-KEY-ACCOUNT-ID TO RM-T-ACCOUNT-ID (RM-PARTY-IDX)
005810     MOVE RM-PRIMARY-CUSTOMER-NO TO
005820         RM-T-CUSTOMER-NO (RM-PARTY-IDX)
005830     MOVE 'P' TO RM-T-ROLE (RM-PARTY-IDX)
005840     MOVE 'Y' TO RM-T-SIGN-ALONE-FLAG (RM-PARTY-IDX)
005850     MOVE RM-PRIMARY-NAME TO RM-T-PARTY-NAME (RM-PARTY-IDX)
005860     MOVE RM-PRIMARY-ADDRESS TO RM-T-PARTY-ADDRESS (RM-PARTY-IDX)
005870     MOVE 'A' TO RM-T-STATUS-FLAG (RM-PARTY-IDX)
005880     MOVE RM-TODAY TO RM-T-ADDED-DATE (RM-PARTY-IDX)
005890     MOVE ZERO TO RM-T-ENDED-DATE (RM-PARTY-IDX)
005900     MOVE RM-SIGNON-ID TO RM-T-CHANGED-BY (RM-PARTY-IDX)
005910     ADD 1 TO RM-PARTY-COUNT
005920     MOVE 'PTYADD  ' TO RM-AUDIT-CODE
005930     PERFORM 9000-WRITE-PARTY-AUDIT THRU
005940         9000-WRITE-PARTY-AUDIT-EXIT
005950     DISPLAY 'Customer ' RM-PRIMARY-CUSTOMER-NO ' recorded as '
005960         'primary holder of account ' RM-KEY-ACCOUNT-ID '.'.
005970
005980 3500-ADD-PRIMARY-ENTRY-EXIT.
005990     EXIT.
006000
006010*****************************************************************
006020* 4000-END-PARTY-LINK marks one active link ended.  The        *
006030* primary holder's link cannot be ended here - the primary     *
006040* holder is the customer on the customer master.               *
006050*****************************************************************
006060 4000-END-PARTY-LINK.
006070     PERFORM 3100-ACCEPT-ACCOUNT THRU 3100-ACCEPT-ACCOUNT-EXIT
006080     IF RM-ENTRY-IS-INVALID
006090         GO TO 4000-END-PARTY-LINK-EXIT
006100     END-IF
006110     PERFORM 3200-ACCEPT-CUSTOMER-NO THRU
006120         3200-ACCEPT-CUSTOMER-NO-EXIT
006130     IF RM-ENTRY-IS-INVALID
006140         GO TO 4000-END-PARTY-LINK-EXIT
006150     END-IF
006160     PERFORM 3300-FIND-ACTIVE-LINK THRU
006170         3300-FIND-ACTIVE-LINK-EXIT
006180     IF NOT RM-LINK-FOUND
006190         DISPLAY 'Customer ' RM-KEY-CUSTOMER-NO ' has no '
006200             'active link to account ' RM-KEY-ACCOUNT-ID '.'
006210         GO TO 4000-END-PARTY-LINK-EXIT
006220     END-IF
006230     IF RM-T-ROLE-PRIMARY (RM-PARTY-IDX)
006240         DISPLAY 'Customer ' RM-KEY-CUSTOMER-NO ' is the '
006250             'primary holder - the link cannot be ended.'
006260         GO TO 4000-END-PARTY-LINK-EXIT
006270     END-IF
006280     MOVE 'X' TO RM-T-STATUS-FLAG (RM-PARTY-IDX)
006290     MOVE RM-TODAY TO RM-T-ENDED-DATE (RM-PARTY-IDX)
006300     MOVE RM-SIGNON-ID TO RM-T-CHANGED-BY (RM-PARTY-IDX)
006310     MOVE 'PTYEND  ' TO RM-AUDIT-CODE
006320     PERFORM 9000-WRITE-PARTY-AUDIT THRU
006330         9000-WRITE-PARTY-AUDIT-EXIT
006340     ADD 1 TO RM-CHANGED-COUNT
006350     DISPLAY 'Link of customer ' RM-KEY-CUSTOMER-NO
006360         ' to account ' RM-KEY-ACCOUNT-ID ' ended.'.
006370
006380 4000-END-PARTY-LINK-EXIT.
006390     EXIT.
006400
006410*****************************************************************
006420* 5000-CHANGE-SIGNING changes whether one linked party may     *
006430* sign alone on the account.                                   *
006440*****************************************************************
006450 5000-CHANGE-SIGNING.
006460     PERFORM 3100-ACCEPT-ACCOUNT THRU 3100-ACCEPT-ACCOUNT-EXIT
006470     IF RM-ENTRY-IS-INVALID
006480         GO TO 5000-CHANGE-SIGNING-EXIT
006490     END-IF
006500     PERFORM 3200-ACCEPT-CUSTOMER-NO THRU
006510         3200-ACCEPT-CUSTOMER-NO-EXIT
006520     IF RM-ENTRY-IS-INVALID
006530         GO TO 5000-CHANGE-SIGNING-EXIT
006540     END-IF
006550     PERFORM 3300-FIND-ACTIVE-LINK THRU
006560         3300-FIND-ACTIVE-LINK-EXIT
006570     IF NOT RM-LINK-FOUND
006580         DISPLAY 'Customer ' RM-KEY-CUSTOMER-NO ' has no '
006590             'active link to account ' RM-KEY-ACCOUNT-ID '.'
006600         GO TO 5000-CHANGE-SIGNING-EXIT
006610     END-IF
006620     DISPLAY 'Sign-alone on file: '
006630         RM-T-SIGN-ALONE-FLAG (RM-PARTY-IDX)
006640     MOVE SPACE TO RM-NEW-SIGN-ALONE
006650     DISPLAY 'May this party sign alone (Y/N): '
006660     ACCEPT RM-NEW-SIGN-ALONE
006670     IF NOT RM-NEW-SIGN-IS-VALID
006680         DISPLAY 'Sign-alone must be Y or N. Entry rejected.'
006690         GO TO 5000-CHANGE-SIGNING-EXIT
006700     END-IF
006710     IF RM-NEW-SIGN-ALONE = RM-T-SIGN-ALONE-FLAG (RM-PARTY-IDX)
006720         DISPLAY 'Nothing changed.'
006730         GO TO 5000-CHANGE-SIGNING-EXIT
006740     END-IF
006750     MOVE RM-NEW-SIGN-ALONE TO
006760         RM-T-SIGN-ALONE-FLAG (RM-PARTY-IDX)
006770     MOVE RM-SIGNON-ID TO RM-T-CHANGED-BY (RM-PARTY-IDX)
006780     MOVE 'PTYSIGN ' TO RM-AUDIT-CODE
006790     PERFORM 9000-WRITE-PARTY-AUDIT THRU
006800         9000-WRITE-PARTY-AUDIT-EXIT
006810     ADD 1 TO RM-CHANGED-COUNT
006820     DISPLAY 'Signing authority changed.'.
006830
006840 5000-CHANGE-SIGNING-EXIT.
006850     EXIT.
006860
006870*****************************************************************
006880* 6000-LIST-PARTIES displays every link, active or ended, for  *
006890* the account keyed.                                           *
006900*****************************************************************
006910 6000-LIST-PARTIES.
006920     PERFORM 3100-ACCEPT-ACCOUNT THRU 3100-ACCEPT-ACCOUNT-EXIT
006930     IF RM-ENTRY-IS-INVALID
006940         GO TO 6000-LIST-PARTIES-EXIT
006950     END-IF
006960     MOVE ZERO TO RM-LIST-COUNT
006970     SET RM-PARTY-IDX TO 1
006980     PERFORM 6100-DISPLAY-PARTY-ENTRY THRU
006990         6100-DISPLAY-PARTY-ENTRY-EXIT
007000         UNTIL RM-PARTY-IDX > RM-PARTY-COUNT
007010     IF RM-LIST-COUNT = ZERO
007020         DISPLAY 'No parties linked - customer ' CM-CUSTOMER-NO
007030             ' (' CM-CUSTOMER-NAME ') is sole holder.'
007040     END-IF.
007050
007060 6000-LIST-PARTIES-EXIT.
007070     EXIT.
007080
007090*****************************************************************
007100* 6100-DISPLAY-PARTY-ENTRY displays the slot under the index   *
007110* when it belongs to the account keyed, then advances to the   *
007120* next.                                                        *
007130*****************************************************************
007140 6100-DISPLAY-PARTY-ENTRY.
007150     IF RM-T-ACCOUNT-ID (RM-PARTY-IDX) = RM-KEY-ACCOUNT-ID
007160         DISPLAY 'Customer ' RM-T-CUSTOMER-NO (RM-PARTY-IDX)
007170             ' ' RM-T-PARTY-NAME (RM-PARTY-IDX)
007180             ' role ' RM-T-ROLE (RM-PARTY-IDX)
007190             ' sign-alone ' RM-T-SIGN-ALONE-FLAG (RM-PARTY-IDX)
007200             ' status ' RM-T-STATUS-FLAG (RM-PARTY-IDX)
007210             ' added ' RM-T-ADDED-DATE (RM-PARTY-IDX)
007220             ' ended ' RM-T-ENDED-DATE (RM-PARTY-IDX)
007230         ADD 1 TO RM-LIST-COUNT
007240     END-IF
007250     SET RM-PARTY-IDX UP BY 1.
007260
007270 6100-DISPLAY-PARTY-ENTRY-EXIT.
007280     EXIT.
007290
007300*****************************************************************
007310* 8000-REWRITE-PARTY-FILE writes the whole table back over the *
007320* relationship file.                                           *
007330*****************************************************************
007340 8000-REWRITE-PARTY-FILE.
007350     OPEN OUTPUT RELATIONSHIP-FILE
007360     SET RM-PARTY-IDX TO 1
007370     PERFORM 8100-WRITE-PARTY-RECORD THRU
007380         8100-WRITE-PARTY-RECORD-EXIT
007390         UNTIL RM-PARTY-IDX > RM-PARTY-COUNT
007400     CLOSE RELATIONSHIP-FILE.
007410
007420 8000-REWRITE-PARTY-FILE-EXIT.
007430     EXIT.
007440
007450*****************************************************************
007460* 8100-WRITE-PARTY-RECORD writes one table slot back to the    *
007470* file, then advances to the next.                             *
007480*****************************************************************
007490 8100-WRITE-PARTY-RECORD.
007500     WRITE RELATIONSHIP-RECORD FROM RM-PARTY-ENTRY (RM-PARTY-IDX)
007510     SET RM-PARTY-IDX UP BY 1.
007520
007530 8100-WRITE-PARTY-RECORD-EXIT.
007540     EXIT.
007550
007560*****************************************************************
007570* 9000-WRITE-PARTY-AUDIT appends one audit entry for the link  *
007580* under the index - PTYADD when linked, PTYEND when ended,     *
007590* PTYSIGN when its signing authority changes - against its     *
007600* account, under the operator's ID, numbering on from the      *
007610* highest sequence already on file for today the same way      *
007620* OPERATIONS does.  No money moves, so the amount is zero.     *
007630*****************************************************************
007640 9000-WRITE-PARTY-AUDIT.
007650     PERFORM 9100-INITIALIZE-AUDIT-SEQUENCE THRU
007660         9100-INITIALIZE-AUDIT-SEQUENCE-EXIT
007670     ADD 1 TO AT-RUN-SEQUENCE-NO
007680     MOVE AT-RUN-SEQUENCE-NO TO AT-SEQUENCE-NO
007690     MOVE AT-TODAY-DATE TO AT-TRAN-DATE
007700     ACCEPT AT-TRAN-TIME FROM TIME
007710     MOVE RM-T-ACCOUNT-ID (RM-PARTY-IDX) TO AT-ACCOUNT-ID
007720     MOVE RM-AUDIT-CODE TO AT-OPERATION-CODE
007730     MOVE ZERO TO AT-AMOUNT
007740     MOVE ZERO TO AT-RESULTING-BALANCE
007750     MOVE SPACE TO AT-OVERDRAWN-FLAG
007760     MOVE SPACES TO AT-SUPERVISOR-ID
007770     MOVE RM-SIGNON-ID TO AT-OPERATOR-ID
007780     MOVE ZERO TO AT-ORIG-DATE
007790     MOVE ZERO TO AT-ORIG-SEQ
007791     MOVE SPACES TO AT-CURRENCY-BLOCK AT-BRANCH-BLOCK
007792     MOVE 'STAMP' TO RM-CHAIN-FUNCTION-CODE
007794     CALL 'AUDIT-CHAIN' USING RM-CHAIN-FUNCTION-CODE
007796         AUDIT-TRAIL-RECORD
007798     END-CALL
007800
007810     OPEN EXTEND AUDIT-TRAIL-FILE
007820     IF NOT AT-FILE-STATUS = '00' AND NOT AT-FILE-STATUS = '05'
007830         CLOSE AUDIT-TRAIL-FILE
007840         OPEN OUTPUT AUDIT-TRAIL-FILE
007850     END-IF
007860     WRITE AUDIT-TRAIL-RECORD
007870     CLOSE AUDIT-TRAIL-FILE.
007880
007890 9000-WRITE-PARTY-AUDIT-EXIT.
007900     EXIT.
007910
007920*****************************************************************
007930* 9100-INITIALIZE-AUDIT-SEQUENCE seeds the run's sequence      *
007940* number from the highest already on file for today, the same  *
007950* scan OPERATIONS makes, so two programs appending on the      *
007960* same day never reuse a (date, sequence) key.                 *
007970*****************************************************************
007980 9100-INITIALIZE-AUDIT-SEQUENCE.
007990     IF AT-SEQUENCE-IS-INITIALIZED
008000         GO TO 9100-INITIALIZE-AUDIT-SEQUENCE-EXIT
008010     END-IF
008020     MOVE 'GET  ' TO RM-BD-FUNCTION-CODE
008030     CALL 'BUSDATE-PROGRAM' USING RM-BD-FUNCTION-CODE
008040         AT-TODAY-DATE
008050     END-CALL
008060     MOVE ZERO TO AT-RUN-SEQUENCE-NO
008070     OPEN INPUT AUDIT-TRAIL-FILE
008080     IF AT-FILE-STATUS = '00'
008090         PERFORM 9110-READ-AUDIT-SEQUENCE-RECORD THRU
008100             9110-READ-AUDIT-SEQUENCE-RECORD-EXIT
008110             UNTIL AT-SEQUENCE-EOF
008120         CLOSE AUDIT-TRAIL-FILE
008130     END-IF
008140     SET AT-SEQUENCE-IS-INITIALIZED TO TRUE.
008150
008160 9100-INITIALIZE-AUDIT-SEQUENCE-EXIT.
008170     EXIT.
008180
008190*****************************************************************
008200* 9110-READ-AUDIT-SEQUENCE-RECORD reads one existing audit     *
008210* entry and keeps the highest sequence number found for        *
008220* today's date.                                                *
008230*****************************************************************
008240 9110-READ-AUDIT-SEQUENCE-RECORD.
008250     READ AUDIT-TRAIL-FILE
008260         AT END
008270             SET AT-SEQUENCE-EOF TO TRUE
008280         NOT AT END
008290             IF AT-TRAN-DATE = AT-TODAY-DATE
008300                     AND AT-SEQUENCE-NO > AT-RUN-SEQUENCE-NO
008310                 MOVE AT-SEQUENCE-NO TO AT-RUN-SEQUENCE-NO
008320             END-IF
008330     END-READ.
008340
008350 9110-READ-AUDIT-SEQUENCE-RECORD-EXIT.
008360     EXIT.
