000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TERM-DEPOSIT-MAINT.
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
000113* 10/15/2026  RLM  An early break takes backup withholding off *
000114*                  the break interest as a TAXWH posting when  *
000115*                  the holder is flagged on the customer       *
000116*                  master, at the bank parameter withholding   *
000117*                  rate, and is refused while the nightly      *
000118*                  stream holds online postings closed on      *
000119*                  RUN-CONTROL.                                *
000120*****************************************************************
000121*
000130*****************************************************************
000138* TERM-DEPOSIT-MAINT maintains the term-deposit contracts that *
000146* ACCOUNT-OPEN writes and MATURITY-RUN settles.  Only a        *
000154* supervisor may sign on.  The contracts are loaded into       *
000162* memory at startup; the supervisor can list them, change a    *
000170* running contract's maturity instruction between pay-out and  *
000178* roll-over, or break a deposit early.  An early break earns   *
000186* the contracted rate less the bank parameter penalty rate for *
000194* term deposits, from the start date to today; the interest is *
000202* posted through OPERATIONS' INTEREST, any backup withholding  *
000210* due on it taken back off through OPERATIONS' TAXWH, and the  *
000218* whole deposit then moved to the settlement account through   *
000226* OPERATIONS' MATURITY, all under the supervisor's ID so       *
000234* OPERATIONS lets the unmatured deposit be touched.  No        *
000242* deposit is broken while the nightly stream holds online      *
000250* postings closed.  Each change writes a TDINSTR or TDBREAK    *
000258* entry to the audit trail under the supervisor's ID, and the  *
000266* whole file is rewritten on exit.                             *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS TM-FILE-STATUS.
000350
000360     SELECT OPERATOR-FILE ASSIGN TO "OPERPIN"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS OR-FILE-STATUS.
000390
000400     SELECT PARAMETER-FILE ASSIGN TO "BANKPARM"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS TK-PARAMETER-FILE-STATUS.
000430
000440     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS AT-FILE-STATUS.
000461
000462     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000463         ORGANIZATION IS INDEXED
000464         ACCESS MODE IS DYNAMIC
000465         RECORD KEY IS CM-ACCOUNT-ID
000466         FILE STATUS IS CM-FILE-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  TERM-DEPOSIT-FILE.
000510 01  TERM-DEPOSIT-RECORD.
000520     COPY TERMREC.
000530
000540 FD  OPERATOR-FILE.
000550 01  OPERATOR-FILE-RECORD.
000560     COPY OPERREC.
000570
000580 FD  PARAMETER-FILE.
000590 01  PARAMETER-FILE-RECORD.
000600     COPY PARMREC.
000610
000620 FD  AUDIT-TRAIL-FILE.
000630 01  AUDIT-TRAIL-RECORD.
000640     COPY AUDITREC.
000642
000644 FD  CUSTOMER-MASTER-FILE.
000646 01  CUSTOMER-MASTER-RECORD.
000648     COPY CUSTREC.
000650
000660 WORKING-STORAGE SECTION.
000670 01  TM-FILE-STATUS              PIC X(02) VALUE '00'.
000680 01  OR-FILE-STATUS              PIC X(02) VALUE '00'.
000690 01  AT-FILE-STATUS              PIC X(02) VALUE '00'.
000700 01  TK-PARAMETER-FILE-STATUS    PIC X(02) VALUE '00'.
000705 01  CM-FILE-STATUS              PIC X(02) VALUE '00'.
000710
000720 01  TK-SWITCHES.
000730     05  TK-CONTINUE-FLAG        PIC X(03) VALUE 'YES'.
000740         88  TK-KEEP-RUNNING              VALUE 'YES'.
000750         88  TK-STOP-RUNNING              VALUE 'NO '.
000760     05  TK-TERM-EOF-SW          PIC X(01) VALUE 'N'.
000770         88  TK-TERM-EOF                  VALUE 'Y'.
000780     05  TK-OPERATOR-EOF-SW      PIC X(01) VALUE 'N'.
000790         88  TK-OPERATOR-EOF              VALUE 'Y'.
000800     05  TK-PARM-EOF-SW          PIC X(01) VALUE 'N'.
000810         88  TK-PARM-EOF                  VALUE 'Y'.
000820     05  TK-SIGNON-VALID-SW      PIC X(01) VALUE 'N'.
000830         88  TK-SIGNON-IS-VALID           VALUE 'Y'.
000840     05  TK-TERM-FOUND-SW        PIC X(01) VALUE 'N'.
000850         88  TK-TERM-FOUND                VALUE 'Y'.
000860     05  AT-SEQUENCE-INIT-SW     PIC X(01) VALUE 'N'.
000870         88  AT-SEQUENCE-IS-INITIALIZED   VALUE 'Y'.
000880     05  AT-SEQUENCE-EOF-SW      PIC X(01) VALUE 'N'.
000890         88  AT-SEQUENCE-EOF              VALUE 'Y'.
000891     05  TK-ONLINE-CLOSED-SW     PIC X(01) VALUE 'N'.
000892         88  TK-ONLINE-CLOSED             VALUE 'Y'.
000893     05  TK-WITHHOLD-SW          PIC X(01) VALUE 'N'.
000894         88  TK-WITHHOLD-TAX              VALUE 'Y'.
000895         88  TK-WITHHOLD-UNCHECKED        VALUE 'U'.
000900
000910 01  TK-CONSTANTS.
000920     05  TK-DEFAULT-PENALTY-RATE PIC 9V9(4) VALUE 0.0100.
000925     05  TK-DEFAULT-WITHHOLD-RATE PIC 9V9(4) VALUE 0.2400.
000930
000940 01  TK-USER-CHOICE              PIC 9 VALUE 0.
000950 01  TK-SIGNON-ID                PIC X(08) VALUE SPACES.
000960 01  TK-SIGNON-PIN               PIC X(04) VALUE SPACES.
000970 01  TK-SCRAMBLED-PIN            PIC X(04) VALUE SPACES.
000980 01  TK-CHANGED-COUNT            PIC 9(06) VALUE ZERO.
000990 01  TK-BD-FUNCTION-CODE         PIC X(05).
000995 01  TK-CHAIN-FUNCTION-CODE      PIC X(05).
001000 01  TK-DP-FUNCTION-CODE         PIC X(05).
001010 01  TK-DP-STATUS-CODE           PIC X(03).
001020 01  TK-TODAY                    PIC 9(08) VALUE ZERO.
001030 01  TK-AUDIT-CODE               PIC X(08).
001040 01  TK-AUDIT-AMOUNT             PIC S9(9)V99 VALUE ZERO.
001050 01  TK-SELECT-ACCOUNT-ID        PIC 9(10) VALUE ZERO.
001060 01  TK-NEW-INSTR                PIC X(01) VALUE SPACE.
001070 01  TK-CONFIRM                  PIC X(01) VALUE SPACE.
001080 01  TK-PENALTY-RATE             PIC 9V9(4) VALUE ZERO.
001090 01  TK-BREAK-RATE               PIC 9V9(4) VALUE ZERO.
001100 01  TK-INTEREST                 PIC 9(9)V99 VALUE ZERO.
001110 01  TK-DAY-COUNT                PIC 9(05) VALUE ZERO.
001111 01  TK-WITHHOLD-RATE            PIC 9V9(4) VALUE ZERO.
001112 01  TK-WITHHOLD-AMOUNT          PIC 9(9)V99 VALUE ZERO.
001113 01  TK-RUN-FUNCTION-CODE        PIC X(05).
001114 01  TK-RUN-STEP-NAME            PIC X(12) VALUE SPACES.
001115 01  TK-RUN-STATUS-CODE          PIC X(03) VALUE SPACES.
001120
001130 01  TK-OPERATION-CODE           PIC X(08).
001140 01  TK-AMOUNT                   PIC S9(9)V99.
001150 01  TK-TO-ACCOUNT-ID            PIC 9(10).
001160 01  TK-OPERATOR-ID              PIC X(08) VALUE SPACES.
001170 01  TK-RESULT-STATUS            PIC X(03).
001180
001190 01  TK-WORK-DATE                PIC 9(08).
001200 01  TK-WORK-DATE-R REDEFINES TK-WORK-DATE.
001210     05  TK-WORK-YEAR            PIC 9(04).
001220     05  TK-WORK-MONTH           PIC 9(02).
001230     05  TK-WORK-DAY             PIC 9(02).
001240 01  TK-DAYS-IN-MONTH            PIC 9(02).
001250
001260 01  TK-LEAP-WORK.
001270     05  TK-L-REM-4              PIC 9(04) COMP.
001280     05  TK-L-REM-100            PIC 9(04) COMP.
001290     05  TK-L-REM-400            PIC 9(04) COMP.
001300     05  TK-L-QUOTIENT           PIC 9(04) COMP.
001310
001320 01  TK-ACCOUNT-RECORD.
001330     COPY ACCTREC.
001340
001350 01  AT-RUN-SEQUENCE-NO          PIC 9(06) VALUE ZERO.
001360 01  AT-TODAY-DATE               PIC 9(08) VALUE ZERO.
001370
001380*****************************************************************
001390* The whole term-deposit file is held here while the           *
001400* supervisor works, one slot per contract, and written back on *
001410* exit.                                                        *
001420*****************************************************************
001430 01  TK-TERM-TABLE.
001440     05  TK-TERM-ENTRY OCCURS 500 TIMES
001450             INDEXED BY TK-TERM-IDX.
001460         COPY TERMREC
001470             REPLACING ==05==            BY ==10==
001480                 ==TM-ACCOUNT-ID==       BY ==TK-T-ACCOUNT-ID==
001490                 ==TM-PRINCIPAL==        BY ==TK-T-PRINCIPAL==
001500                 ==TM-ANNUAL-RATE==      BY ==TK-T-ANNUAL-RATE==
001510                 ==TM-START-DATE==       BY ==TK-T-START-DATE==
001520                 ==TM-MATURITY-DATE==    BY ==TK-T-MATURITY==
001530                 ==TM-TERM-MONTHS==      BY ==TK-T-TERM-MONTHS==
001540                 ==TM-SETTLE-ACCOUNT-ID== BY ==TK-T-SETTLE-ID==
001550                 ==TM-MATURITY-INSTR==   BY ==TK-T-INSTR==
001560                 ==TM-PAY-OUT==          BY ==TK-T-PAY-OUT==
001570                 ==TM-ROLL-OVER==        BY ==TK-T-ROLL-OVER==
001580                 ==TM-STATUS-FLAG==      BY ==TK-T-STATUS-FLAG==
001590                 ==TM-IS-RUNNING==       BY ==TK-T-IS-RUNNING==
001600                 ==TM-IS-MATURED==       BY ==TK-T-IS-MATURED==
001610                 ==TM-IS-BROKEN==        BY ==TK-T-IS-BROKEN==
001620                 ==TM-INTEREST-TO-DATE== BY ==TK-T-INTEREST-TO==
001630                 ==TM-CLOSED-DATE==      BY ==TK-T-CLOSED-DATE==.
001640 01  TK-TERM-COUNT               PIC 9(03) VALUE ZERO.
001650
001660 PROCEDURE DIVISION.
001670 0000-MAIN-CONTROL.
001680     PERFORM 1000-VALIDATE-SIGNON THRU
001690         1000-VALIDATE-SIGNON-EXIT
001700     IF NOT TK-SIGNON-IS-VALID
001710         DISPLAY 'TERM-DEPOSIT-MAINT: supervisor sign-on '
001720             'failed. Nothing changed.'
001730         STOP RUN
001740     END-IF
001750     MOVE TK-SIGNON-ID TO TK-OPERATOR-ID
001760
001770     MOVE 'GET  ' TO TK-BD-FUNCTION-CODE
001780     CALL 'BUSDATE-PROGRAM' USING TK-BD-FUNCTION-CODE TK-TODAY
001790     END-CALL
001800
001810     PERFORM 1200-LOAD-TERM-TABLE
001820     PERFORM 1300-LOAD-PENALTY-RATE
001830
001840     PERFORM 2000-MENU-LOOP THRU 2000-MENU-LOOP-EXIT
001850         UNTIL TK-STOP-RUNNING
001860
001870     PERFORM 8000-REWRITE-TERM-FILE
001880
001890     MOVE 'CLOSE' TO TK-DP-FUNCTION-CODE
001900     CALL 'DATA-PROGRAM' USING TK-DP-FUNCTION-CODE
001910         AB-ACCOUNT-ID AB-BALANCE
001920     END-CALL
001930
001940     DISPLAY 'TERM-DEPOSIT-MAINT: ' TK-CHANGED-COUNT
001950         ' change(s) recorded.'
001960     STOP RUN.
001970
001980*****************************************************************
001990* 1000-VALIDATE-SIGNON requires an enabled supervisor's ID and *
002000* PIN before the contracts can be touched, compared in the     *
002010* PIN-SCRAMBLE stored form - or clear for a record that        *
002020* predates the scramble, the same allowance MAIN-PROGRAM       *
002030* makes.                                                       *
002040*****************************************************************
002050 1000-VALIDATE-SIGNON.
002060     DISPLAY 'Enter supervisor ID: '
002070     ACCEPT TK-SIGNON-ID
002080     DISPLAY 'Enter supervisor PIN: '
002090     ACCEPT TK-SIGNON-PIN
002100     CALL 'PIN-SCRAMBLE' USING TK-SIGNON-PIN TK-SCRAMBLED-PIN
002110     END-CALL
002120     OPEN INPUT OPERATOR-FILE
002130     IF NOT OR-FILE-STATUS = '00'
002140         DISPLAY 'TERM-DEPOSIT-MAINT: OPERATOR-FILE not '
002150             'available - sign-on cannot be validated.'
002160         GO TO 1000-VALIDATE-SIGNON-EXIT
002170     END-IF
002180     PERFORM 1100-CHECK-OPERATOR-RECORD THRU
002190         1100-CHECK-OPERATOR-RECORD-EXIT
002200         UNTIL TK-OPERATOR-EOF OR TK-SIGNON-IS-VALID
002210     CLOSE OPERATOR-FILE.
002220
002230 1000-VALIDATE-SIGNON-EXIT.
002240     EXIT.
002250
002260*****************************************************************
002270* 1100-CHECK-OPERATOR-RECORD reads one operator record and     *
002280* accepts the sign-on when the ID matches, the record is       *
002290* enabled and flagged supervisor, and the PIN compares in its  *
002300* stored form.                                                 *
002310*****************************************************************
002320 1100-CHECK-OPERATOR-RECORD.
002330     READ OPERATOR-FILE
002340         AT END
002350             SET TK-OPERATOR-EOF TO TRUE
002360             GO TO 1100-CHECK-OPERATOR-RECORD-EXIT
002370     END-READ
002380     IF OR-OPERATOR-ID NOT = TK-SIGNON-ID
002390         GO TO 1100-CHECK-OPERATOR-RECORD-EXIT
002400     END-IF
002410     IF NOT OR-IS-ENABLED OR NOT OR-IS-SUPERVISOR
002420         GO TO 1100-CHECK-OPERATOR-RECORD-EXIT
002430     END-IF
002440     IF OR-STATUS-FLAG = SPACE
002450         IF OR-OPERATOR-PIN = TK-SIGNON-PIN
002460             SET TK-SIGNON-IS-VALID TO TRUE
002470         END-IF
002480     ELSE
002490         IF OR-OPERATOR-PIN = TK-SCRAMBLED-PIN
002500             SET TK-SIGNON-IS-VALID TO TRUE
002510         END-IF
002520     END-IF.
002530
002540 1100-CHECK-OPERATOR-RECORD-EXIT.
002550     EXIT.
002560
002570*****************************************************************
002580* 1200-LOAD-TERM-TABLE reads the term-deposit contracts into   *
002590* memory.  A missing file simply means no deposits yet.        *
002600*****************************************************************
002610 1200-LOAD-TERM-TABLE.
002620     OPEN INPUT TERM-DEPOSIT-FILE
002630     IF TM-FILE-STATUS = '00'
002640         PERFORM 1210-READ-TERM-RECORD THRU
002650             1210-READ-TERM-RECORD-EXIT
002660             UNTIL TK-TERM-EOF
002670         CLOSE TERM-DEPOSIT-FILE
002680     END-IF.
002690
002700 1200-LOAD-TERM-TABLE-EXIT.
002710     EXIT.
002720
002730*****************************************************************
002740* 1210-READ-TERM-RECORD reads one contract into the next free  *
002750* table slot.                                                  *
002760*****************************************************************
002770 1210-READ-TERM-RECORD.
002780     READ TERM-DEPOSIT-FILE
002790         AT END
002800             SET TK-TERM-EOF TO TRUE
002810         NOT AT END
002820             IF TK-TERM-COUNT >= 500
002830                 DISPLAY 'TERM-DEPOSIT-MAINT: more than 500 '
002840                     'contract(s) on file - entries beyond 500 '
002850                     'are not maintained.'
002860                 SET TK-TERM-EOF TO TRUE
002870             ELSE
002880                 ADD 1 TO TK-TERM-COUNT
002890                 SET TK-TERM-IDX TO TK-TERM-COUNT
002900                 MOVE TERM-DEPOSIT-RECORD TO
002910                     TK-TERM-ENTRY (TK-TERM-IDX)
002920             END-IF
002930     END-READ.
002940
002950 1210-READ-TERM-RECORD-EXIT.
002960     EXIT.
002970
002980*****************************************************************
002990* 1300-LOAD-PENALTY-RATE takes the early-break penalty rate    *
003000* from the term-deposit bank parameter record.  No record, or  *
003010* a record cut before the field existed, means the shipped     *
003020* default applies.  The backup-withholding rate comes off the  *
003025* same record the same way.                                    *
003030*****************************************************************
003040 1300-LOAD-PENALTY-RATE.
003050     MOVE TK-DEFAULT-PENALTY-RATE TO TK-PENALTY-RATE
003055     MOVE TK-DEFAULT-WITHHOLD-RATE TO TK-WITHHOLD-RATE
003060     OPEN INPUT PARAMETER-FILE
003070     IF TK-PARAMETER-FILE-STATUS = '00'
003080         PERFORM 1310-READ-PARAMETER-RECORD THRU
003090             1310-READ-PARAMETER-RECORD-EXIT
003100             UNTIL TK-PARM-EOF
003110         CLOSE PARAMETER-FILE
003120     ELSE
003130         DISPLAY 'TERM-DEPOSIT-MAINT: BANKPARM not available - '
003140             'using the shipped penalty and withholding rates.'
003150     END-IF.
003160
003170 1300-LOAD-PENALTY-RATE-EXIT.
003180     EXIT.
003190
003200*****************************************************************
003210* 1310-READ-PARAMETER-RECORD reads one bank parameter record   *
003220* and keeps the term-deposit record's penalty and withholding  *
003225* rates.                                                       *
003230*****************************************************************
003240 1310-READ-PARAMETER-RECORD.
003250     READ PARAMETER-FILE
003260         AT END
003270             SET TK-PARM-EOF TO TRUE
003280         NOT AT END
003290             IF PM-ACCOUNT-TYPE = 'T'
003300                     AND PM-BREAK-PENALTY-RATE NUMERIC
003310                 MOVE PM-BREAK-PENALTY-RATE TO TK-PENALTY-RATE
003320             END-IF
003322             IF PM-ACCOUNT-TYPE = 'T'
003324                     AND PM-WITHHOLDING-RATE NUMERIC
003326                 MOVE PM-WITHHOLDING-RATE TO TK-WITHHOLD-RATE
003328             END-IF
003330     END-READ.
003340
003350 1310-READ-PARAMETER-RECORD-EXIT.
003360     EXIT.
003370
003380*****************************************************************
003390* 2000-MENU-LOOP is performed once per menu selection until    *
003400* the supervisor chooses to exit.                              *
003410*****************************************************************
003420 2000-MENU-LOOP.
003430     DISPLAY '--------------------------------'
003440     DISPLAY 'Term Deposit Contracts'
003450     DISPLAY '1. List Deposits'
003460     DISPLAY '2. Change Maturity Instruction'
003470     DISPLAY '3. Break Deposit Early'
003480     DISPLAY '4. Exit'
003490     DISPLAY '--------------------------------'
003500     DISPLAY 'Enter your choice (1-4): '
003510     ACCEPT TK-USER-CHOICE
003520     EVALUATE TK-USER-CHOICE
003530         WHEN 1
003540             PERFORM 3000-LIST-DEPOSITS
003550         WHEN 2
003560             PERFORM 4000-CHANGE-INSTRUCTION THRU
003570                 4000-CHANGE-INSTRUCTION-EXIT
003580         WHEN 3
003590             PERFORM 5000-BREAK-DEPOSIT THRU
003600                 5000-BREAK-DEPOSIT-EXIT
003610         WHEN 4
003620             MOVE 'NO ' TO TK-CONTINUE-FLAG
003630         WHEN OTHER
003640             DISPLAY 'Invalid choice, please select 1-4.'
003650     END-EVALUATE.
003660
003670 2000-MENU-LOOP-EXIT.
003680     EXIT.
003690
003700*****************************************************************
003710* 2100-FIND-RUNNING-DEPOSIT asks for a deposit account and     *
003720* leaves the index on its contract, which must be running.     *
003730*****************************************************************
003740 2100-FIND-RUNNING-DEPOSIT.
003750     DISPLAY 'Enter term deposit account number: '
003760     ACCEPT TK-SELECT-ACCOUNT-ID
003770     MOVE 'N' TO TK-TERM-FOUND-SW
003780     SET TK-TERM-IDX TO 1
003790     PERFORM 2110-MATCH-TERM-ENTRY THRU
003800         2110-MATCH-TERM-ENTRY-EXIT
003810         UNTIL TK-TERM-IDX > TK-TERM-COUNT
003820             OR TK-TERM-FOUND
003830     IF NOT TK-TERM-FOUND
003840         DISPLAY 'No term deposit contract for account '
003850             TK-SELECT-ACCOUNT-ID '.'
003860         GO TO 2100-FIND-RUNNING-DEPOSIT-EXIT
003870     END-IF
003880     IF NOT TK-T-IS-RUNNING (TK-TERM-IDX)
003890         DISPLAY 'Term deposit ' TK-SELECT-ACCOUNT-ID
003900             ' is no longer running - status '
003910             TK-T-STATUS-FLAG (TK-TERM-IDX) '.'
003920         MOVE 'N' TO TK-TERM-FOUND-SW
003930     END-IF.
003940
003950 2100-FIND-RUNNING-DEPOSIT-EXIT.
003960     EXIT.
003970
003980*****************************************************************
003990* 2110-MATCH-TERM-ENTRY compares one table slot against the    *
004000* account keyed.                                               *
004010*****************************************************************
004020 2110-MATCH-TERM-ENTRY.
004030     IF TK-T-ACCOUNT-ID (TK-TERM-IDX) = TK-SELECT-ACCOUNT-ID
004040         MOVE 'Y' TO TK-TERM-FOUND-SW
004050     ELSE
004060         SET TK-TERM-IDX UP BY 1
004070     END-IF.
004080
004090 2110-MATCH-TERM-ENTRY-EXIT.
004100     EXIT.
004110
004120*****************************************************************
004130* 3000-LIST-DEPOSITS displays every contract on file.          *
004140*****************************************************************
004150 3000-LIST-DEPOSITS.
004160     IF TK-TERM-COUNT = ZERO
004170         DISPLAY 'No term deposits on file.'
004180     ELSE
004190         SET TK-TERM-IDX TO 1
004200         PERFORM 3100-DISPLAY-TERM-ENTRY THRU
004210             3100-DISPLAY-TERM-ENTRY-EXIT
004220             UNTIL TK-TERM-IDX > TK-TERM-COUNT
004230     END-IF.
004240
004250 3000-LIST-DEPOSITS-EXIT.
004260     EXIT.
004270
004280*****************************************************************
004290* 3100-DISPLAY-TERM-ENTRY displays one contract, then advances *
004300* to the next slot.                                            *
004310*****************************************************************
004320 3100-DISPLAY-TERM-ENTRY.
004330     DISPLAY 'Acct ' TK-T-ACCOUNT-ID (TK-TERM-IDX)
004340         ' principal ' TK-T-PRINCIPAL (TK-TERM-IDX)
004350         ' rate ' TK-T-ANNUAL-RATE (TK-TERM-IDX)
004360         ' ' TK-T-START-DATE (TK-TERM-IDX)
004370         '-' TK-T-MATURITY (TK-TERM-IDX)
004380         ' settle ' TK-T-SETTLE-ID (TK-TERM-IDX)
004390         ' instr ' TK-T-INSTR (TK-TERM-IDX)
004400         ' status ' TK-T-STATUS-FLAG (TK-TERM-IDX)
004410     SET TK-TERM-IDX UP BY 1.
004420
004430 3100-DISPLAY-TERM-ENTRY-EXIT.
004440     EXIT.
004450
004460*****************************************************************
004470* 4000-CHANGE-INSTRUCTION switches a running contract between  *
004480* pay-out and roll-over at maturity.                           *
004490*****************************************************************
004500 4000-CHANGE-INSTRUCTION.
004510     PERFORM 2100-FIND-RUNNING-DEPOSIT THRU
004520         2100-FIND-RUNNING-DEPOSIT-EXIT
004530     IF NOT TK-TERM-FOUND
004540         GO TO 4000-CHANGE-INSTRUCTION-EXIT
004550     END-IF
004560     DISPLAY 'Current instruction is '
004570         TK-T-INSTR (TK-TERM-IDX)
004580         '. Enter new instruction (P=Pay out R=Roll over): '
004590     ACCEPT TK-NEW-INSTR
004600     IF TK-NEW-INSTR NOT = 'P' AND TK-NEW-INSTR NOT = 'R'
004610         DISPLAY 'Instruction must be P or R. Nothing changed.'
004620         GO TO 4000-CHANGE-INSTRUCTION-EXIT
004630     END-IF
004640     IF TK-NEW-INSTR = TK-T-INSTR (TK-TERM-IDX)
004650         DISPLAY 'Instruction unchanged.'
004660         GO TO 4000-CHANGE-INSTRUCTION-EXIT
004670     END-IF
004680     MOVE TK-NEW-INSTR TO TK-T-INSTR (TK-TERM-IDX)
004690     MOVE 'TDINSTR ' TO TK-AUDIT-CODE
004700     MOVE ZERO TO TK-AUDIT-AMOUNT
004710     PERFORM 9000-WRITE-TERM-AUDIT THRU
004720         9000-WRITE-TERM-AUDIT-EXIT
004730     ADD 1 TO TK-CHANGED-COUNT
004740     DISPLAY 'Maturity instruction for ' TK-SELECT-ACCOUNT-ID
004750         ' set to ' TK-NEW-INSTR '.'.
004760
004770 4000-CHANGE-INSTRUCTION-EXIT.
004780     EXIT.
004790
004800*****************************************************************
004810* 5000-BREAK-DEPOSIT breaks a running deposit before maturity. *
004820* Interest is worked out at the contracted rate less the       *
004830* penalty rate - never below zero - from the start date to     *
004840* today, and posted unless an earlier attempt today already    *
004850* did; the whole balance then goes to the settlement account.  *
004860* A payout that fails leaves the contract running, with its    *
004870* interest-to date stopping the interest being paid again.     *
004871* When the holder is flagged for backup withholding on the     *
004872* customer master, the statutory percentage of the interest is *
004873* taken back off as a TAXWH posting straight after it is       *
004874* credited, as MATURITY-RUN does at maturity.  No break is     *
004875* made while the nightly stream holds online postings closed   *
004876* on RUN-CONTROL, until a supervisor forces them open.         *
004880*****************************************************************
004890 5000-BREAK-DEPOSIT.
004891     PERFORM 5100-CHECK-ONLINE-STATE THRU
004892         5100-CHECK-ONLINE-STATE-EXIT
004893     IF TK-ONLINE-CLOSED
004894         DISPLAY 'Online postings are closed while the nightly '
004895             'stream runs - no deposit can be broken now.'
004896         GO TO 5000-BREAK-DEPOSIT-EXIT
004897     END-IF
004900     PERFORM 2100-FIND-RUNNING-DEPOSIT THRU
004910         2100-FIND-RUNNING-DEPOSIT-EXIT
004920     IF NOT TK-TERM-FOUND
004930         GO TO 5000-BREAK-DEPOSIT-EXIT
004940     END-IF
004950     IF TK-TODAY >= TK-T-MATURITY (TK-TERM-IDX)
004960         DISPLAY 'Term deposit ' TK-SELECT-ACCOUNT-ID
004970             ' has reached maturity - MATURITY-RUN settles it.'
004980         GO TO 5000-BREAK-DEPOSIT-EXIT
004990     END-IF
005000
005010     IF TK-T-ANNUAL-RATE (TK-TERM-IDX) > TK-PENALTY-RATE
005020         COMPUTE TK-BREAK-RATE =
005030             TK-T-ANNUAL-RATE (TK-TERM-IDX) - TK-PENALTY-RATE
005040     ELSE
005050         MOVE ZERO TO TK-BREAK-RATE
005060     END-IF
005070     MOVE TK-T-START-DATE (TK-TERM-IDX) TO TK-WORK-DATE
005080     MOVE ZERO TO TK-DAY-COUNT
005090     PERFORM 6100-ADD-ONE-DAY THRU 6100-ADD-ONE-DAY-EXIT
005100         UNTIL TK-WORK-DATE >= TK-TODAY
005110     COMPUTE TK-INTEREST ROUNDED =
005120         TK-T-PRINCIPAL (TK-TERM-IDX) * TK-BREAK-RATE
005130             * TK-DAY-COUNT / 365
005131     PERFORM 5200-CHECK-WITHHOLDING THRU
005132         5200-CHECK-WITHHOLDING-EXIT
005133     IF TK-WITHHOLD-UNCHECKED
005134         DISPLAY 'Backup withholding cannot be checked - '
005135             'CUSTMST status ' CM-FILE-STATUS
005136             '. Nothing changed.'
005137         GO TO 5000-BREAK-DEPOSIT-EXIT
005138     END-IF
005140
005150     DISPLAY 'Break ' TK-SELECT-ACCOUNT-ID ' after '
005160         TK-DAY-COUNT ' day(s) at rate ' TK-BREAK-RATE
005170         ' - interest ' TK-INTEREST ' to account '
005180         TK-T-SETTLE-ID (TK-TERM-IDX)
005182     IF TK-WITHHOLD-TAX
005184         DISPLAY 'Backup withholding of ' TK-WITHHOLD-AMOUNT
005186             ' will be taken off the interest.'
005188     END-IF
005190     DISPLAY 'Confirm early break (Y/N): '
005200     ACCEPT TK-CONFIRM
005210     IF TK-CONFIRM NOT = 'Y'
005220         DISPLAY 'Break abandoned. Nothing changed.'
005230         GO TO 5000-BREAK-DEPOSIT-EXIT
005240     END-IF
005250
005260     IF TK-T-INTEREST-TO (TK-TERM-IDX) NOT = TK-TODAY
005270         IF TK-INTEREST > ZERO
005280             MOVE 'INTEREST' TO TK-OPERATION-CODE
005290             MOVE TK-INTEREST TO TK-AMOUNT
005300             MOVE ZERO TO TK-TO-ACCOUNT-ID
005310             MOVE TK-SELECT-ACCOUNT-ID TO AB-ACCOUNT-ID
005320             CALL 'OPERATIONS' USING AB-ACCOUNT-ID
005330                 TK-OPERATION-CODE TK-AMOUNT AB-BALANCE
005340                 TK-SIGNON-ID TK-TO-ACCOUNT-ID
005350                 TK-OPERATOR-ID TK-RESULT-STATUS
005360             END-CALL
005370             IF NOT TK-RESULT-STATUS = 'OK '
005380                 DISPLAY 'Interest could not be posted - status '
005390                     TK-RESULT-STATUS '. Nothing changed.'
005400                 GO TO 5000-BREAK-DEPOSIT-EXIT
005410             END-IF
005413             PERFORM 5300-POST-WITHHOLDING THRU
005416                 5300-POST-WITHHOLDING-EXIT
005420         END-IF
005430         MOVE TK-TODAY TO TK-T-INTEREST-TO (TK-TERM-IDX)
005440     END-IF
005450
005460     MOVE 'READ ' TO TK-DP-FUNCTION-CODE
005470     MOVE TK-SELECT-ACCOUNT-ID TO AB-ACCOUNT-ID
005480     CALL 'DATA-PROGRAM' USING TK-DP-FUNCTION-CODE AB-ACCOUNT-ID
005490         AB-BALANCE TK-DP-STATUS-CODE AB-OD-LIMIT
005500         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
005510     END-CALL
005520     IF NOT TK-DP-STATUS-CODE = 'OK '
005530         DISPLAY 'Account ' TK-SELECT-ACCOUNT-ID
005540             ' is not on file. Deposit not paid out.'
005550         GO TO 5000-BREAK-DEPOSIT-EXIT
005560     END-IF
005570     MOVE AB-BALANCE TO TK-AUDIT-AMOUNT
005580     IF AB-BALANCE > ZERO
005590         MOVE 'MATURITY' TO TK-OPERATION-CODE
005600         MOVE AB-BALANCE TO TK-AMOUNT
005610         MOVE TK-T-SETTLE-ID (TK-TERM-IDX) TO TK-TO-ACCOUNT-ID
005620         CALL 'OPERATIONS' USING AB-ACCOUNT-ID
005630             TK-OPERATION-CODE TK-AMOUNT AB-BALANCE
005640             TK-SIGNON-ID TK-TO-ACCOUNT-ID
005650             TK-OPERATOR-ID TK-RESULT-STATUS
005660         END-CALL
005670         IF NOT TK-RESULT-STATUS = 'OK '
005680             DISPLAY 'Deposit could not be paid out - status '
005690                 TK-RESULT-STATUS '. Contract left running.'
005700             GO TO 5000-BREAK-DEPOSIT-EXIT
005710         END-IF
005720     END-IF
005730
005740     SET TK-T-IS-BROKEN (TK-TERM-IDX) TO TRUE
005750     MOVE TK-TODAY TO TK-T-CLOSED-DATE (TK-TERM-IDX)
005760     MOVE 'TDBREAK ' TO TK-AUDIT-CODE
005770     PERFORM 9000-WRITE-TERM-AUDIT THRU
005780         9000-WRITE-TERM-AUDIT-EXIT
005790     ADD 1 TO TK-CHANGED-COUNT
005800     DISPLAY 'Term deposit ' TK-SELECT-ACCOUNT-ID ' broken - '
005810         TK-AUDIT-AMOUNT ' paid to account '
005820         TK-T-SETTLE-ID (TK-TERM-IDX) '.'.
005830
005840 5000-BREAK-DEPOSIT-EXIT.
005850     EXIT.
005851
005852*****************************************************************
005853* 5100-CHECK-ONLINE-STATE asks RUN-CONTROL whether the nightly *
005854* stream has closed online postings.  No run-control file      *
005855* means postings are open.                                     *
005856*****************************************************************
005857 5100-CHECK-ONLINE-STATE.
005858     MOVE 'N' TO TK-ONLINE-CLOSED-SW
005859     MOVE 'QUERY' TO TK-RUN-FUNCTION-CODE
005860     MOVE SPACES TO TK-RUN-STEP-NAME
005861     CALL 'RUN-CONTROL' USING TK-RUN-FUNCTION-CODE
005862         TK-RUN-STEP-NAME TK-RUN-STATUS-CODE
005863     END-CALL
005864     IF TK-RUN-STATUS-CODE = 'CLS'
005865         SET TK-ONLINE-CLOSED TO TRUE
005866     END-IF.
005867
005868 5100-CHECK-ONLINE-STATE-EXIT.
005869     EXIT.
005870
005871*****************************************************************
005872* 5200-CHECK-WITHHOLDING looks the deposit up on the customer  *
005873* master and, when its customer is flagged for backup          *
005874* withholding, works out the tax on the break interest.  A     *
005875* deposit missing from the customer master is not withheld     *
005876* from and is reported, as MATURITY-RUN does; a customer       *
005877* master that cannot be opened leaves the withholding          *
005878* unchecked and the break is refused.                          *
005879*****************************************************************
005880 5200-CHECK-WITHHOLDING.
005881     MOVE 'N' TO TK-WITHHOLD-SW
005882     MOVE ZERO TO TK-WITHHOLD-AMOUNT
005883     OPEN INPUT CUSTOMER-MASTER-FILE
005884     IF NOT CM-FILE-STATUS = '00'
005885         SET TK-WITHHOLD-UNCHECKED TO TRUE
005886         GO TO 5200-CHECK-WITHHOLDING-EXIT
005887     END-IF
005888     MOVE TK-SELECT-ACCOUNT-ID TO CM-ACCOUNT-ID
005889     READ CUSTOMER-MASTER-FILE
005890         INVALID KEY
005891             DISPLAY 'Account ' TK-SELECT-ACCOUNT-ID
005892                 ' is not on the customer master - backup '
005893                 'withholding not checked.'
005894             MOVE SPACE TO CM-BACKUP-WITHHOLD-FLAG
005895     END-READ
005896     CLOSE CUSTOMER-MASTER-FILE
005897     IF NOT CM-BACKUP-WITHHOLDING
005898         GO TO 5200-CHECK-WITHHOLDING-EXIT
005899     END-IF
005900     COMPUTE TK-WITHHOLD-AMOUNT ROUNDED =
005901         TK-INTEREST * TK-WITHHOLD-RATE
005902     IF TK-WITHHOLD-AMOUNT > ZERO
005903         SET TK-WITHHOLD-TAX TO TRUE
005904     END-IF.
005905
005906 5200-CHECK-WITHHOLDING-EXIT.
005907     EXIT.
005908
005909*****************************************************************
005910* 5300-POST-WITHHOLDING takes the backup withholding worked    *
005911* out in 5200 back off the deposit as a TAXWH posting under    *
005912* the supervisor's ID.  A withholding that fails to post is    *
005913* left to be posted by hand and does not hold up the break.    *
005914*****************************************************************
005915 5300-POST-WITHHOLDING.
005916     IF NOT TK-WITHHOLD-TAX
005917         GO TO 5300-POST-WITHHOLDING-EXIT
005918     END-IF
005919     MOVE 'TAXWH   ' TO TK-OPERATION-CODE
005920     MOVE TK-WITHHOLD-AMOUNT TO TK-AMOUNT
005921     MOVE ZERO TO TK-TO-ACCOUNT-ID
005922     MOVE TK-SELECT-ACCOUNT-ID TO AB-ACCOUNT-ID
005923     CALL 'OPERATIONS' USING AB-ACCOUNT-ID
005924         TK-OPERATION-CODE TK-AMOUNT AB-BALANCE
005925         TK-SIGNON-ID TK-TO-ACCOUNT-ID
005926         TK-OPERATOR-ID TK-RESULT-STATUS
005927     END-CALL
005928     IF NOT TK-RESULT-STATUS = 'OK '
005929         DISPLAY '*** Backup withholding of ' TK-WITHHOLD-AMOUNT
005930             ' NOT posted to account ' TK-SELECT-ACCOUNT-ID
005931             ' - status ' TK-RESULT-STATUS
005932             '. Post it by hand. ***'
005933     END-IF.
005934
005935 5300-POST-WITHHOLDING-EXIT.
005936     EXIT.
005937
005938*****************************************************************
005939* 6100-ADD-ONE-DAY rolls the work date forward one calendar    *
005940* day, carrying into the month and year as needed, and counts  *
005941* the day.                                                     *
005942*****************************************************************
005943 6100-ADD-ONE-DAY.
005944     PERFORM 6200-SET-DAYS-IN-MONTH
005945     IF TK-WORK-DAY < TK-DAYS-IN-MONTH
005950         ADD 1 TO TK-WORK-DAY
005960     ELSE
005970         MOVE 1 TO TK-WORK-DAY
005980         IF TK-WORK-MONTH < 12
005990             ADD 1 TO TK-WORK-MONTH
006000         ELSE
006010             MOVE 1 TO TK-WORK-MONTH
006020             ADD 1 TO TK-WORK-YEAR
006030         END-IF
006040     END-IF
006050     ADD 1 TO TK-DAY-COUNT.
006060
006070 6100-ADD-ONE-DAY-EXIT.
006080     EXIT.
006090
006100*****************************************************************
006110* 6200-SET-DAYS-IN-MONTH sets the length of the work date's    *
006120* month, allowing for leap-year February.                      *
006130*****************************************************************
006140 6200-SET-DAYS-IN-MONTH.
006150     EVALUATE TK-WORK-MONTH
006160         WHEN 01
006170         WHEN 03
006180         WHEN 05
006190         WHEN 07
006200         WHEN 08
006210         WHEN 10
006220         WHEN 12
006230             MOVE 31 TO TK-DAYS-IN-MONTH
006240         WHEN 04
006250         WHEN 06
006260         WHEN 09
006270         WHEN 11
006280             MOVE 30 TO TK-DAYS-IN-MONTH
006290         WHEN 02
006300             DIVIDE TK-WORK-YEAR BY 4 GIVING TK-L-QUOTIENT
006310                 REMAINDER TK-L-REM-4
006320             DIVIDE TK-WORK-YEAR BY 100 GIVING TK-L-QUOTIENT
006330                 REMAINDER TK-L-REM-100
006340             DIVIDE TK-WORK-YEAR BY 400 GIVING TK-L-QUOTIENT
006350                 REMAINDER TK-L-REM-400
006360             IF TK-L-REM-4 = ZERO AND
006370                     (TK-L-REM-100 NOT = ZERO
006380                         OR TK-L-REM-400 = ZERO)
006390                 MOVE 29 TO TK-DAYS-IN-MONTH
006400             ELSE
006410                 MOVE 28 TO TK-DAYS-IN-MONTH
006420             END-IF
006430     END-EVALUATE.
006440
006450 6200-SET-DAYS-IN-MONTH-EXIT.
006460     EXIT.
006470
006480*****************************************************************
006490* 8000-REWRITE-TERM-FILE writes the whole table back over the  *
006500* term-deposit file.                                           *
006510*****************************************************************
006520 8000-REWRITE-TERM-FILE.
006530     OPEN OUTPUT TERM-DEPOSIT-FILE
006540     SET TK-TERM-IDX TO 1
006550     PERFORM 8100-WRITE-TERM-RECORD THRU
006560         8100-WRITE-TERM-RECORD-EXIT
006570         UNTIL TK-TERM-IDX > TK-TERM-COUNT
006580     CLOSE TERM-DEPOSIT-FILE.
006590
006600 8000-REWRITE-TERM-FILE-EXIT.
006610     EXIT.
006620
006630*****************************************************************
006640* 8100-WRITE-TERM-RECORD writes one table slot back to the     *
006650* file, then advances to the next.                             *
006660*****************************************************************
006670 8100-WRITE-TERM-RECORD.
006680     WRITE TERM-DEPOSIT-RECORD FROM TK-TERM-ENTRY (TK-TERM-IDX)
006690     SET TK-TERM-IDX UP BY 1.
006700
006710 8100-WRITE-TERM-RECORD-EXIT.
006720     EXIT.
006730
006740*****************************************************************
006750* 9000-WRITE-TERM-AUDIT appends one audit entry for the        *
006760* contract under the index - TDINSTR for a changed maturity    *
006770* instruction, TDBREAK for an early break with the amount paid *
006780* out - under the supervisor's ID.  The sequence is re-seeded  *
006790* from the file before every entry, because OPERATIONS appends *
006800* its own entries to the same trail in between.                *
006810*****************************************************************
006820 9000-WRITE-TERM-AUDIT.
006830     MOVE 'N' TO AT-SEQUENCE-INIT-SW
006840     MOVE 'N' TO AT-SEQUENCE-EOF-SW
006850     PERFORM 9100-INITIALIZE-AUDIT-SEQUENCE THRU
006860         9100-INITIALIZE-AUDIT-SEQUENCE-EXIT
006870     ADD 1 TO AT-RUN-SEQUENCE-NO
006880     MOVE AT-RUN-SEQUENCE-NO TO AT-SEQUENCE-NO
006890     MOVE AT-TODAY-DATE TO AT-TRAN-DATE
006900     ACCEPT AT-TRAN-TIME FROM TIME
006910     MOVE TK-T-ACCOUNT-ID (TK-TERM-IDX) TO AT-ACCOUNT-ID
006920     MOVE TK-AUDIT-CODE TO AT-OPERATION-CODE
006930     MOVE TK-AUDIT-AMOUNT TO AT-AMOUNT
006940     MOVE ZERO TO AT-RESULTING-BALANCE
006950     MOVE SPACE TO AT-OVERDRAWN-FLAG
006960     MOVE TK-SIGNON-ID TO AT-SUPERVISOR-ID
006970     MOVE TK-SIGNON-ID TO AT-OPERATOR-ID
006980     MOVE ZERO TO AT-ORIG-DATE
006990     MOVE ZERO TO AT-ORIG-SEQ
006991     MOVE SPACES TO AT-CURRENCY-BLOCK AT-BRANCH-BLOCK
006992     MOVE 'STAMP' TO TK-CHAIN-FUNCTION-CODE
006994     CALL 'AUDIT-CHAIN' USING TK-CHAIN-FUNCTION-CODE
006996         AUDIT-TRAIL-RECORD
006998     END-CALL
007000
007010     OPEN EXTEND AUDIT-TRAIL-FILE
007020     IF NOT AT-FILE-STATUS = '00' AND NOT AT-FILE-STATUS = '05'
007030         CLOSE AUDIT-TRAIL-FILE
007040         OPEN OUTPUT AUDIT-TRAIL-FILE
007050     END-IF
007060     WRITE AUDIT-TRAIL-RECORD
007070     CLOSE AUDIT-TRAIL-FILE.
007080
007090 9000-WRITE-TERM-AUDIT-EXIT.
007100     EXIT.
007110
007120*****************************************************************
007130* 9100-INITIALIZE-AUDIT-SEQUENCE seeds the run's sequence      *
007140* number from the highest already on file for today, the same  *
007150* scan OPERATIONS makes, so two programs appending on the      *
007160* same day never reuse a (date, sequence) key.                 *
007170*****************************************************************
007180 9100-INITIALIZE-AUDIT-SEQUENCE.
007190     IF AT-SEQUENCE-IS-INITIALIZED
007200         GO TO 9100-INITIALIZE-AUDIT-SEQUENCE-EXIT
007210     END-IF
007220     MOVE 'GET  ' TO TK-BD-FUNCTION-CODE
007230     CALL 'BUSDATE-PROGRAM' USING TK-BD-FUNCTION-CODE
007240         AT-TODAY-DATE
007250     END-CALL
007260     MOVE ZERO TO AT-RUN-SEQUENCE-NO
007270     OPEN INPUT AUDIT-TRAIL-FILE
007280     IF AT-FILE-STATUS = '00'
007290         PERFORM 9110-READ-AUDIT-SEQUENCE-RECORD THRU
007300             9110-READ-AUDIT-SEQUENCE-RECORD-EXIT
007310             UNTIL AT-SEQUENCE-EOF
007320         CLOSE AUDIT-TRAIL-FILE
007330     END-IF
007340     SET AT-SEQUENCE-IS-INITIALIZED TO TRUE.
007350
007360 9100-INITIALIZE-AUDIT-SEQUENCE-EXIT.
007370     EXIT.
007380
007390*****************************************************************
007400* 9110-READ-AUDIT-SEQUENCE-RECORD reads one existing audit     *
007410* entry and keeps the highest sequence number found for        *
007420* today's date.                                                *
007430*****************************************************************
007440 9110-READ-AUDIT-SEQUENCE-RECORD.
007450     READ AUDIT-TRAIL-FILE
007460         AT END
007470             SET AT-SEQUENCE-EOF TO TRUE
007480         NOT AT END
007490             IF AT-TRAN-DATE = AT-TODAY-DATE
007500                     AND AT-SEQUENCE-NO > AT-RUN-SEQUENCE-NO
007510                 MOVE AT-SEQUENCE-NO TO AT-RUN-SEQUENCE-NO
007520             END-IF
007530     END-READ.
007540
007550 9110-READ-AUDIT-SEQUENCE-RECORD-EXIT.
007560     EXIT.
