000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STOP-PAYMENT-MAINT.
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
000140* STOP-PAYMENT-MAINT maintains the stop-payment register that  *
000150* CHEQUE-CLEARING checks every presented cheque against.  Only *
000160* a supervisor may sign on.  The register is loaded into       *
000170* memory at startup; the supervisor can place a stop on one    *
000180* cheque or a range of cheque numbers, for a stated amount or  *
000190* any amount, until an expiry date, cancel a stop by its stop  *
000200* number, or list what is on file; the whole register is       *
000210* rewritten on exit.  Each stop placed or cancelled writes a    *
000220* STOPPAY or STOPCAN entry to the audit trail under the        *
000230* supervisor's ID.  Cancelled stops stay on file marked         *
000240* cancelled so the history of a stop is never lost.            *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPPAY"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS CS-FILE-STATUS.
000320
000330     SELECT OPERATOR-FILE ASSIGN TO "OPERPIN"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS OR-FILE-STATUS.
000360
000370     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS AT-FILE-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  STOP-PAYMENT-FILE.
000440 01  STOP-PAYMENT-RECORD.
000450     COPY STOPREC.
000460
000470 FD  OPERATOR-FILE.
000480 01  OPERATOR-FILE-RECORD.
000490     COPY OPERREC.
000500
000510 FD  AUDIT-TRAIL-FILE.
000520 01  AUDIT-TRAIL-RECORD.
000530     COPY AUDITREC.
000540
000550 WORKING-STORAGE SECTION.
000560 01  CS-FILE-STATUS              PIC X(02) VALUE '00'.
000570 01  OR-FILE-STATUS              PIC X(02) VALUE '00'.
000580 01  AT-FILE-STATUS              PIC X(02) VALUE '00'.
000590
000600 01  SS-SWITCHES.
000610     05  SS-CONTINUE-FLAG        PIC X(03) VALUE 'YES'.
000620         88  SS-KEEP-RUNNING              VALUE 'YES'.
000630         88  SS-STOP-RUNNING              VALUE 'NO '.
000640     05  SS-STOP-EOF-SW          PIC X(01) VALUE 'N'.
000650         88  SS-STOP-EOF                  VALUE 'Y'.
000660     05  SS-OPERATOR-EOF-SW      PIC X(01) VALUE 'N'.
000670         88  SS-OPERATOR-EOF              VALUE 'Y'.
000680     05  SS-SIGNON-VALID-SW      PIC X(01) VALUE 'N'.
000690         88  SS-SIGNON-IS-VALID           VALUE 'Y'.
000700     05  SS-ENTRY-VALID-SW       PIC X(01) VALUE 'Y'.
000710         88  SS-ENTRY-IS-VALID            VALUE 'Y'.
000720         88  SS-ENTRY-IS-INVALID          VALUE 'N'.
000730     05  SS-STOP-FOUND-SW        PIC X(01) VALUE 'N'.
000740         88  SS-STOP-FOUND                VALUE 'Y'.
000750     05  AT-SEQUENCE-INIT-SW     PIC X(01) VALUE 'N'.
000760         88  AT-SEQUENCE-IS-INITIALIZED   VALUE 'Y'.
000770     05  AT-SEQUENCE-EOF-SW      PIC X(01) VALUE 'N'.
000780         88  AT-SEQUENCE-EOF              VALUE 'Y'.
000790
000800 01  SS-USER-CHOICE              PIC 9 VALUE 0.
000810 01  SS-SIGNON-ID                PIC X(08) VALUE SPACES.
000820 01  SS-SIGNON-PIN               PIC X(04) VALUE SPACES.
000830 01  SS-SCRAMBLED-PIN            PIC X(04) VALUE SPACES.
000840 01  SS-CANCEL-STOP-ID           PIC 9(06) VALUE ZERO.
000850 01  SS-HIGH-STOP-ID             PIC 9(06) VALUE ZERO.
000860 01  SS-CHANGED-COUNT            PIC 9(06) VALUE ZERO.
000870 01  SS-BD-FUNCTION-CODE         PIC X(05).
000875 01  SS-CHAIN-FUNCTION-CODE      PIC X(05).
000880 01  SS-DP-FUNCTION-CODE         PIC X(05).
000890 01  SS-DP-STATUS-CODE           PIC X(03).
000900 01  SS-TODAY                    PIC 9(08) VALUE ZERO.
000910 01  SS-AUDIT-CODE               PIC X(08).
000920
000930 01  SS-ACCOUNT-RECORD.
000940     COPY ACCTREC.
000950
000960 01  AT-RUN-SEQUENCE-NO          PIC 9(06) VALUE ZERO.
000970 01  AT-TODAY-DATE               PIC 9(08) VALUE ZERO.
000980
000990*****************************************************************
001000* The whole stop-payment register is held here while the       *
001010* supervisor works, one slot per stop, and written back on     *
001020* exit.                                                        *
001030*****************************************************************
001040 01  SS-STOP-TABLE.
001050     05  SS-STOP-ENTRY OCCURS 500 TIMES
001060             INDEXED BY SS-STOP-IDX.
001070         COPY STOPREC
001080             REPLACING ==05==               BY ==10==
001090                 ==CS-STOP-ID==         BY ==SS-T-STOP-ID==
001100                 ==CS-ACCOUNT-ID==      BY ==SS-T-ACCOUNT-ID==
001110                 ==CS-CHEQUE-FROM==     BY ==SS-T-CHEQUE-FROM==
001120                 ==CS-CHEQUE-TO==       BY ==SS-T-CHEQUE-TO==
001130                 ==CS-AMOUNT==          BY ==SS-T-AMOUNT==
001140                 ==CS-PLACED-DATE==     BY ==SS-T-PLACED-DATE==
001150                 ==CS-EXPIRY-DATE==     BY ==SS-T-EXPIRY-DATE==
001160                 ==CS-STATUS-FLAG==     BY ==SS-T-STATUS-FLAG==
001170                 ==CS-IS-ACTIVE==       BY ==SS-T-IS-ACTIVE==
001180                 ==CS-IS-CANCELLED==    BY ==SS-T-IS-CANCELLED==
001190                 ==CS-PLACED-BY==       BY ==SS-T-PLACED-BY==.
001200 01  SS-STOP-COUNT               PIC 9(03) VALUE ZERO.
001210
001220 PROCEDURE DIVISION.
001230 0000-MAIN-CONTROL.
001240     PERFORM 1000-VALIDATE-SIGNON THRU
001250         1000-VALIDATE-SIGNON-EXIT
001260     IF NOT SS-SIGNON-IS-VALID
001270         DISPLAY 'STOP-PAYMENT-MAINT: supervisor sign-on '
001280             'failed. Nothing changed.'
001290         STOP RUN
001300     END-IF
001310
001320     MOVE 'GET  ' TO SS-BD-FUNCTION-CODE
001330     CALL 'BUSDATE-PROGRAM' USING SS-BD-FUNCTION-CODE SS-TODAY
001340     END-CALL
001350
001360     PERFORM 1200-LOAD-STOP-TABLE
001370
001380     PERFORM 2000-MENU-LOOP THRU 2000-MENU-LOOP-EXIT
001390         UNTIL SS-STOP-RUNNING
001400
001410     PERFORM 8000-REWRITE-STOP-FILE
001420
001430     MOVE 'CLOSE' TO SS-DP-FUNCTION-CODE
001440     CALL 'DATA-PROGRAM' USING SS-DP-FUNCTION-CODE
001450         AB-ACCOUNT-ID AB-BALANCE
001460     END-CALL
001470
001480     DISPLAY 'STOP-PAYMENT-MAINT: ' SS-CHANGED-COUNT
001490         ' change(s) recorded.'
001500     STOP RUN.
001510
001520*****************************************************************
001530* 1000-VALIDATE-SIGNON requires an enabled supervisor's ID and *
001540* PIN before the register can be touched, compared in the      *
001550* PIN-SCRAMBLE stored form - or clear for a record that        *
001560* predates the scramble, the same allowance MAIN-PROGRAM       *
001570* makes.                                                       *
001580*****************************************************************
001590 1000-VALIDATE-SIGNON.
001600     DISPLAY 'Enter supervisor ID: '
001610     ACCEPT SS-SIGNON-ID
001620     DISPLAY 'Enter supervisor PIN: '
001630     ACCEPT SS-SIGNON-PIN
001640     CALL 'PIN-SCRAMBLE' USING SS-SIGNON-PIN SS-SCRAMBLED-PIN
001650     END-CALL
001660     OPEN INPUT OPERATOR-FILE
001670     IF NOT OR-FILE-STATUS = '00'
001680         DISPLAY 'STOP-PAYMENT-MAINT: OPERATOR-FILE not '
001690             'available - sign-on cannot be validated.'
001700         GO TO 1000-VALIDATE-SIGNON-EXIT
001710     END-IF
001720     PERFORM 1100-CHECK-OPERATOR-RECORD THRU
001730         1100-CHECK-OPERATOR-RECORD-EXIT
001740         UNTIL SS-OPERATOR-EOF OR SS-SIGNON-IS-VALID
001750     CLOSE OPERATOR-FILE.
001760
001770 1000-VALIDATE-SIGNON-EXIT.
001780     EXIT.
001790
001800*****************************************************************
001810* 1100-CHECK-OPERATOR-RECORD reads one operator record and     *
001820* accepts the sign-on when the ID matches, the record is       *
001830* enabled and flagged supervisor, and the PIN compares in its  *
001840* stored form.                                                 *
001850*****************************************************************
001860 1100-CHECK-OPERATOR-RECORD.
001870     READ OPERATOR-FILE
001880         AT END
001890             SET SS-OPERATOR-EOF TO TRUE
001900             GO TO 1100-CHECK-OPERATOR-RECORD-EXIT
001910     END-READ
001920     IF OR-OPERATOR-ID NOT = SS-SIGNON-ID
001930         GO TO 1100-CHECK-OPERATOR-RECORD-EXIT
001940     END-IF
001950     IF NOT OR-IS-ENABLED OR NOT OR-IS-SUPERVISOR
001960         GO TO 1100-CHECK-OPERATOR-RECORD-EXIT
001970     END-IF
001980     IF OR-STATUS-FLAG = SPACE
001990         IF OR-OPERATOR-PIN = SS-SIGNON-PIN
002000             SET SS-SIGNON-IS-VALID TO TRUE
002010         END-IF
002020     ELSE
002030         IF OR-OPERATOR-PIN = SS-SCRAMBLED-PIN
002040             SET SS-SIGNON-IS-VALID TO TRUE
002050         END-IF
002060     END-IF.
002070
002080 1100-CHECK-OPERATOR-RECORD-EXIT.
002090     EXIT.
002100
002110*****************************************************************
002120* 1200-LOAD-STOP-TABLE reads the stop-payment register into    *
002130* memory.  A missing file simply means no stops yet.           *
002140*****************************************************************
002150 1200-LOAD-STOP-TABLE.
002160     OPEN INPUT STOP-PAYMENT-FILE
002170     IF CS-FILE-STATUS = '00'
002180         PERFORM 1210-READ-STOP-RECORD THRU
002190             1210-READ-STOP-RECORD-EXIT
002200             UNTIL SS-STOP-EOF
002210         CLOSE STOP-PAYMENT-FILE
002220     END-IF.
002230
002240 1200-LOAD-STOP-TABLE-EXIT.
002250     EXIT.
002260
002270*****************************************************************
002280* 1210-READ-STOP-RECORD reads one stop into the next free      *
002290* table slot and keeps the highest stop number seen.           *
002300*****************************************************************
002310 1210-READ-STOP-RECORD.
002320     READ STOP-PAYMENT-FILE
002330         AT END
002340             SET SS-STOP-EOF TO TRUE
002350         NOT AT END
002360             IF SS-STOP-COUNT >= 500
002370                 DISPLAY 'STOP-PAYMENT-MAINT: more than 500 '
002380                     'stop(s) on file - entries beyond 500 '
002390                     'are not maintained.'
002400                 SET SS-STOP-EOF TO TRUE
002410             ELSE
002420                 ADD 1 TO SS-STOP-COUNT
002430                 SET SS-STOP-IDX TO SS-STOP-COUNT
002440                 MOVE STOP-PAYMENT-RECORD TO
002450                     SS-STOP-ENTRY (SS-STOP-IDX)
002460                 IF SS-T-STOP-ID (SS-STOP-IDX) > SS-HIGH-STOP-ID
002470                     MOVE SS-T-STOP-ID (SS-STOP-IDX) TO
002480                         SS-HIGH-STOP-ID
002490                 END-IF
002500             END-IF
002510     END-READ.
002520
002530 1210-READ-STOP-RECORD-EXIT.
002540     EXIT.
002550
002560*****************************************************************
002570* 2000-MENU-LOOP is performed once per menu selection until    *
002580* the supervisor chooses to exit.                              *
002590*****************************************************************
002600 2000-MENU-LOOP.
002610     DISPLAY '--------------------------------'
002620     DISPLAY 'Stop-Payment Register'
002630     DISPLAY '1. Place Stop'
002640     DISPLAY '2. Cancel Stop'
002650     DISPLAY '3. List Stops'
002660     DISPLAY '4. Exit'
002670     DISPLAY '--------------------------------'
002680     DISPLAY 'Enter your choice (1-4): '
002690     ACCEPT SS-USER-CHOICE
002700     EVALUATE SS-USER-CHOICE
002710         WHEN 1
002720             PERFORM 3000-PLACE-STOP THRU 3000-PLACE-STOP-EXIT
002730         WHEN 2
002740             PERFORM 4000-CANCEL-STOP
002750         WHEN 3
002760             PERFORM 5000-LIST-STOPS
002770         WHEN 4
002780             MOVE 'NO ' TO SS-CONTINUE-FLAG
002790         WHEN OTHER
002800             DISPLAY 'Invalid choice, please select 1-4.'
002810     END-EVALUATE.
002820
002830 2000-MENU-LOOP-EXIT.
002840     EXIT.
002850
002860*****************************************************************
002870* 3000-PLACE-STOP prompts for one new stop, validates every    *
002880* field, and adds it to the table under the next stop number.  *
002890*****************************************************************
002900 3000-PLACE-STOP.
002910     IF SS-STOP-COUNT >= 500
002920         DISPLAY 'The stop-payment register is full.'
002930         GO TO 3000-PLACE-STOP-EXIT
002940     END-IF
002950     SET SS-STOP-IDX TO SS-STOP-COUNT
002960     SET SS-STOP-IDX UP BY 1
002970
002980     DISPLAY 'Enter account number: '
002990     ACCEPT SS-T-ACCOUNT-ID (SS-STOP-IDX)
003000     DISPLAY 'Enter first cheque number: '
003010     ACCEPT SS-T-CHEQUE-FROM (SS-STOP-IDX)
003020     DISPLAY 'Enter last cheque number (0 = single cheque): '
003030     ACCEPT SS-T-CHEQUE-TO (SS-STOP-IDX)
003040     DISPLAY 'Enter cheque amount (0 = any amount): '
003050     ACCEPT SS-T-AMOUNT (SS-STOP-IDX)
003060     DISPLAY 'Enter expiry date (YYYYMMDD): '
003070     ACCEPT SS-T-EXPIRY-DATE (SS-STOP-IDX)
003080
003090     PERFORM 3100-VALIDATE-STOP THRU 3100-VALIDATE-STOP-EXIT
003100     IF SS-ENTRY-IS-INVALID
003110         GO TO 3000-PLACE-STOP-EXIT
003120     END-IF
003130
003140     ADD 1 TO SS-HIGH-STOP-ID
003150     MOVE SS-HIGH-STOP-ID TO SS-T-STOP-ID (SS-STOP-IDX)
003160     MOVE SS-TODAY TO SS-T-PLACED-DATE (SS-STOP-IDX)
003170     MOVE 'A' TO SS-T-STATUS-FLAG (SS-STOP-IDX)
003180     MOVE SS-SIGNON-ID TO SS-T-PLACED-BY (SS-STOP-IDX)
003190     ADD 1 TO SS-STOP-COUNT
003200     MOVE 'STOPPAY ' TO SS-AUDIT-CODE
003210     PERFORM 9000-WRITE-STOP-AUDIT THRU
003220         9000-WRITE-STOP-AUDIT-EXIT
003230     ADD 1 TO SS-CHANGED-COUNT
003240     DISPLAY 'Stop ' SS-HIGH-STOP-ID ' placed.'.
003250
003260 3000-PLACE-STOP-EXIT.
003270     EXIT.
003280
003290*****************************************************************
003300* 3100-VALIDATE-STOP applies every field edit to the stop just *
003310* keyed into the slot under the index.  The account must be on *
003320* file; a last cheque number of zero stops the first alone.    *
003330*****************************************************************
003340 3100-VALIDATE-STOP.
003350     SET SS-ENTRY-IS-VALID TO TRUE
003360     IF SS-T-ACCOUNT-ID (SS-STOP-IDX) NOT NUMERIC
003370             OR SS-T-ACCOUNT-ID (SS-STOP-IDX) = ZERO
003380         DISPLAY 'Account must be numeric and not zero. '
003390             'Entry rejected.'
003400         SET SS-ENTRY-IS-INVALID TO TRUE
003410         GO TO 3100-VALIDATE-STOP-EXIT
003420     END-IF
003430     MOVE 'READ ' TO SS-DP-FUNCTION-CODE
003440     MOVE SS-T-ACCOUNT-ID (SS-STOP-IDX) TO AB-ACCOUNT-ID
003450     CALL 'DATA-PROGRAM' USING SS-DP-FUNCTION-CODE AB-ACCOUNT-ID
003460         AB-BALANCE SS-DP-STATUS-CODE AB-OD-LIMIT
003470         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
003480     END-CALL
003490     IF NOT SS-DP-STATUS-CODE = 'OK '
003500         DISPLAY 'Account ' SS-T-ACCOUNT-ID (SS-STOP-IDX)
003510             ' is not on file. Entry rejected.'
003520         SET SS-ENTRY-IS-INVALID TO TRUE
003530         GO TO 3100-VALIDATE-STOP-EXIT
003540     END-IF
003550     IF SS-T-CHEQUE-FROM (SS-STOP-IDX) NOT NUMERIC
003560             OR SS-T-CHEQUE-FROM (SS-STOP-IDX) = ZERO
003570         DISPLAY 'First cheque number must be numeric and not '
003580             'zero. Entry rejected.'
003590         SET SS-ENTRY-IS-INVALID TO TRUE
003600         GO TO 3100-VALIDATE-STOP-EXIT
003610     END-IF
003620     IF SS-T-CHEQUE-TO (SS-STOP-IDX) NOT NUMERIC
003630         DISPLAY 'Last cheque number must be numeric. '
003640             'Entry rejected.'
003650         SET SS-ENTRY-IS-INVALID TO TRUE
003660         GO TO 3100-VALIDATE-STOP-EXIT
003670     END-IF
003680     IF SS-T-CHEQUE-TO (SS-STOP-IDX) = ZERO
003690         MOVE SS-T-CHEQUE-FROM (SS-STOP-IDX) TO
003700             SS-T-CHEQUE-TO (SS-STOP-IDX)
003710     END-IF
003720     IF SS-T-CHEQUE-TO (SS-STOP-IDX) <
003730             SS-T-CHEQUE-FROM (SS-STOP-IDX)
003740         DISPLAY 'Last cheque number is before the first. '
003750             'Entry rejected.'
003760         SET SS-ENTRY-IS-INVALID TO TRUE
003770         GO TO 3100-VALIDATE-STOP-EXIT
003780     END-IF
003790     IF SS-T-AMOUNT (SS-STOP-IDX) NOT NUMERIC
003800         DISPLAY 'Amount must be numeric. Entry rejected.'
003810         SET SS-ENTRY-IS-INVALID TO TRUE
003820         GO TO 3100-VALIDATE-STOP-EXIT
003830     END-IF
003840     IF SS-T-EXPIRY-DATE (SS-STOP-IDX) NOT NUMERIC
003850             OR SS-T-EXPIRY-DATE (SS-STOP-IDX) < SS-TODAY
003860         DISPLAY 'Expiry date must be a numeric YYYYMMDD on '
003870             'or after today. Entry rejected.'
003880         SET SS-ENTRY-IS-INVALID TO TRUE
003890     END-IF.
003900
003910 3100-VALIDATE-STOP-EXIT.
003920     EXIT.
003930
003940*****************************************************************
003950* 4000-CANCEL-STOP marks the active stop with the stop number  *
003960* keyed as cancelled.                                          *
003970*****************************************************************
003980 4000-CANCEL-STOP.
003990     DISPLAY 'Enter stop number to cancel: '
004000     ACCEPT SS-CANCEL-STOP-ID
004010     MOVE 'N' TO SS-STOP-FOUND-SW
004020     SET SS-STOP-IDX TO 1
004030     PERFORM 4100-MATCH-STOP-ENTRY THRU
004040         4100-MATCH-STOP-ENTRY-EXIT
004050         UNTIL SS-STOP-IDX > SS-STOP-COUNT
004060             OR SS-STOP-FOUND
004070     IF NOT SS-STOP-FOUND
004080         DISPLAY 'Stop number ' SS-CANCEL-STOP-ID
004090             ' is not on file.'
004100     ELSE
004110         IF NOT SS-T-IS-ACTIVE (SS-STOP-IDX)
004120             DISPLAY 'Stop ' SS-CANCEL-STOP-ID
004130                 ' is already cancelled.'
004140         ELSE
004150             MOVE 'X' TO SS-T-STATUS-FLAG (SS-STOP-IDX)
004160             MOVE 'STOPCAN ' TO SS-AUDIT-CODE
004170             PERFORM 9000-WRITE-STOP-AUDIT THRU
004180                 9000-WRITE-STOP-AUDIT-EXIT
004190             ADD 1 TO SS-CHANGED-COUNT
004200             DISPLAY 'Stop ' SS-CANCEL-STOP-ID ' cancelled.'
004210         END-IF
004220     END-IF.
004230
004240 4000-CANCEL-STOP-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004280* 4100-MATCH-STOP-ENTRY compares one table slot against the    *
004290* stop number keyed for cancellation.                          *
004300*****************************************************************
004310 4100-MATCH-STOP-ENTRY.
004320     IF SS-T-STOP-ID (SS-STOP-IDX) = SS-CANCEL-STOP-ID
004330         MOVE 'Y' TO SS-STOP-FOUND-SW
004340     ELSE
004350         SET SS-STOP-IDX UP BY 1
004360     END-IF.
004370
004380 4100-MATCH-STOP-ENTRY-EXIT.
004390     EXIT.
004400
004410*****************************************************************
004420* 5000-LIST-STOPS displays every stop on the register.         *
004430*****************************************************************
004440 5000-LIST-STOPS.
004450     IF SS-STOP-COUNT = ZERO
004460         DISPLAY 'No stops on the register.'
004470     ELSE
004480         SET SS-STOP-IDX TO 1
004490         PERFORM 5100-DISPLAY-STOP-ENTRY THRU
004500             5100-DISPLAY-STOP-ENTRY-EXIT
004510             UNTIL SS-STOP-IDX > SS-STOP-COUNT
004520     END-IF.
004530
004540 5000-LIST-STOPS-EXIT.
004550     EXIT.
004560
004570*****************************************************************
004580* 5100-DISPLAY-STOP-ENTRY displays one stop, then advances to  *
004590* the next slot.                                               *
004600*****************************************************************
004610 5100-DISPLAY-STOP-ENTRY.
004620     DISPLAY 'Stop ' SS-T-STOP-ID (SS-STOP-IDX)
004630         ' acct ' SS-T-ACCOUNT-ID (SS-STOP-IDX)
004640         ' cheques ' SS-T-CHEQUE-FROM (SS-STOP-IDX)
004650         '-' SS-T-CHEQUE-TO (SS-STOP-IDX)
004660         ' amount ' SS-T-AMOUNT (SS-STOP-IDX)
004670         ' expires ' SS-T-EXPIRY-DATE (SS-STOP-IDX)
004680         ' status ' SS-T-STATUS-FLAG (SS-STOP-IDX)
004690     SET SS-STOP-IDX UP BY 1.
004700
004710 5100-DISPLAY-STOP-ENTRY-EXIT.
004720     EXIT.
004730
004740*****************************************************************
004750* 8000-REWRITE-STOP-FILE writes the whole table back over the  *
004760* stop-payment register.                                       *
004770*****************************************************************
004780 8000-REWRITE-STOP-FILE.
004790     OPEN OUTPUT STOP-PAYMENT-FILE
004800     SET SS-STOP-IDX TO 1
004810     PERFORM 8100-WRITE-STOP-RECORD THRU
004820         8100-WRITE-STOP-RECORD-EXIT
004830         UNTIL SS-STOP-IDX > SS-STOP-COUNT
004840     CLOSE STOP-PAYMENT-FILE.
004850
004860 8000-REWRITE-STOP-FILE-EXIT.
004870     EXIT.
004880
004890*****************************************************************
004900* 8100-WRITE-STOP-RECORD writes one table slot back to the     *
004910* file, then advances to the next.                             *
004920*****************************************************************
004930 8100-WRITE-STOP-RECORD.
004940     WRITE STOP-PAYMENT-RECORD FROM SS-STOP-ENTRY (SS-STOP-IDX)
004950     SET SS-STOP-IDX UP BY 1.
004960
004970 8100-WRITE-STOP-RECORD-EXIT.
004980     EXIT.
004990
005000*****************************************************************
005010* 9000-WRITE-STOP-AUDIT appends one audit entry for the stop   *
005020* under the index - STOPPAY when placed, STOPCAN when          *
005030* cancelled - against its account, for the stop amount, under  *
005040* the supervisor's ID, numbering on from the highest sequence  *
005050* already on file for today the same way OPERATIONS does.      *
005060*****************************************************************
005070 9000-WRITE-STOP-AUDIT.
005080     PERFORM 9100-INITIALIZE-AUDIT-SEQUENCE THRU
005090         9100-INITIALIZE-AUDIT-SEQUENCE-EXIT
005100     ADD 1 TO AT-RUN-SEQUENCE-NO
005110     MOVE AT-RUN-SEQUENCE-NO TO AT-SEQUENCE-NO
005120     MOVE AT-TODAY-DATE TO AT-TRAN-DATE
005130     ACCEPT AT-TRAN-TIME FROM TIME
005140     MOVE SS-T-ACCOUNT-ID (SS-STOP-IDX) TO AT-ACCOUNT-ID
005150     MOVE SS-AUDIT-CODE TO AT-OPERATION-CODE
005160     MOVE SS-T-AMOUNT (SS-STOP-IDX) TO AT-AMOUNT
005170     MOVE ZERO TO AT-RESULTING-BALANCE
005180     MOVE SPACE TO AT-OVERDRAWN-FLAG
005190     MOVE SS-SIGNON-ID TO AT-SUPERVISOR-ID
005200     MOVE SS-SIGNON-ID TO AT-OPERATOR-ID
005210     MOVE ZERO TO AT-ORIG-DATE
005220     MOVE ZERO TO AT-ORIG-SEQ
005221     MOVE SPACES TO AT-CURRENCY-BLOCK AT-BRANCH-BLOCK
005222     MOVE 'STAMP' TO SS-CHAIN-FUNCTION-CODE
005224     CALL 'AUDIT-CHAIN' USING SS-CHAIN-FUNCTION-CODE
005226         AUDIT-TRAIL-RECORD
005228     END-CALL
005230
005240     OPEN EXTEND AUDIT-TRAIL-FILE
005250     IF NOT AT-FILE-STATUS = '00' AND NOT AT-FILE-STATUS = '05'
005260         CLOSE AUDIT-TRAIL-FILE
005270         OPEN OUTPUT AUDIT-TRAIL-FILE
005280     END-IF
005290     WRITE AUDIT-TRAIL-RECORD
005300     CLOSE AUDIT-TRAIL-FILE.
005310
005320 9000-WRITE-STOP-AUDIT-EXIT.
005330     EXIT.
005340
005350*****************************************************************
005360* 9100-INITIALIZE-AUDIT-SEQUENCE seeds the run's sequence      *
005370* number from the highest already on file for today, the same  *
005380* scan OPERATIONS makes, so two programs appending on the      *
005390* same day never reuse a (date, sequence) key.                 *
005400*****************************************************************
005410 9100-INITIALIZE-AUDIT-SEQUENCE.
005420     IF AT-SEQUENCE-IS-INITIALIZED
005430         GO TO 9100-INITIALIZE-AUDIT-SEQUENCE-EXIT
005440     END-IF
005450     MOVE 'GET  ' TO SS-BD-FUNCTION-CODE
005460     CALL 'BUSDATE-PROGRAM' USING SS-BD-FUNCTION-CODE
005470         AT-TODAY-DATE
005480     END-CALL
005490     MOVE ZERO TO AT-RUN-SEQUENCE-NO
005500     OPEN INPUT AUDIT-TRAIL-FILE
005510     IF AT-FILE-STATUS = '00'
005520         PERFORM 9110-READ-AUDIT-SEQUENCE-RECORD THRU
005530             9110-READ-AUDIT-SEQUENCE-RECORD-EXIT
005540             UNTIL AT-SEQUENCE-EOF
005550         CLOSE AUDIT-TRAIL-FILE
005560     END-IF
005570     SET AT-SEQUENCE-IS-INITIALIZED TO TRUE.
005580
005590 9100-INITIALIZE-AUDIT-SEQUENCE-EXIT.
005600     EXIT.
005610
005620*****************************************************************
005630* 9110-READ-AUDIT-SEQUENCE-RECORD reads one existing audit     *
005640* entry and keeps the highest sequence number found for        *
005650* today's date.                                                *
005660*****************************************************************
005670 9110-READ-AUDIT-SEQUENCE-RECORD.
005680     READ AUDIT-TRAIL-FILE
005690         AT END
005700             SET AT-SEQUENCE-EOF TO TRUE
005710         NOT AT END
005720             IF AT-TRAN-DATE = AT-TODAY-DATE
005730                     AND AT-SEQUENCE-NO > AT-RUN-SEQUENCE-NO
005740                 MOVE AT-SEQUENCE-NO TO AT-RUN-SEQUENCE-NO
005750             END-IF
005760     END-READ.
005770
005780 9110-READ-AUDIT-SEQUENCE-RECORD-EXIT.
005790     EXIT.
