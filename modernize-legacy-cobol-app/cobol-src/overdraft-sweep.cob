000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OVERDRAFT-SWEEP.
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
000140* OVERDRAFT-SWEEP is the end-of-day overdraft-protection       *
000150* sweep.  For each active link on the sweep-link file it reads *
000160* the protected account, and if that account is overdrawn it   *
000170* moves enough from the linked savings account - through       *
000180* OPERATIONS' TRANSFER, so both legs are posted and audited    *
000190* under operator ODSWEEP - to bring it back to zero.  Only the *
000200* savings account's available balance - its ledger balance     *
000210* less its open holds - is drawn on; when that is short of the *
000220* overdraft, what is available is moved and the account is     *
000230* reported part covered.  A savings account that is frozen,    *
000240* dormant, or closed, or held in another currency, is not      *
000250* touched and the link is reported.  A corporate account with  *
000260* a target-balance sweep that is not overdrawn instead has its *
000270* available funds above the target swept into the savings      *
000280* account.  A sweep over the large-debit limit needs the       *
000290* supervisor keyed at the start; without one it is refused and *
000300* reported.  Every link acted on, covered or not, goes on the  *
000310* sweep report.  A rerun finds covered accounts back at zero   *
000320* and moves nothing more.                                      *
000330* Run each evening before FEE-ASSESSMENT, so an account the    *
000340* sweep has covered is not charged an overdraft fee.           *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SWEEP-LINK-FILE ASSIGN TO "SWEEPLNK"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS SL-FILE-STATUS.
000420
000430     SELECT HOLDS-FILE ASSIGN TO "ACCTHOLD"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS HO-FILE-STATUS.
000460
000470     SELECT SWEEP-REPORT-FILE ASSIGN TO "SWEEPRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  SWEEP-LINK-FILE.
000530 01  SWEEP-LINK-RECORD.
000540     COPY SWEEPREC.
000550
000560 FD  HOLDS-FILE.
000570 01  HOLDS-RECORD.
000580     COPY HOLDREC.
000590
000600 FD  SWEEP-REPORT-FILE.
000610 01  SWEEP-REPORT-LINE           PIC X(100).
000620
000630 WORKING-STORAGE SECTION.
000640 01  SL-FILE-STATUS              PIC X(02) VALUE '00'.
000650 01  HO-FILE-STATUS              PIC X(02) VALUE '00'.
000660
000670 01  OS-SWITCHES.
000680     05  OS-LINK-EOF-SW          PIC X(01) VALUE 'N'.
000690         88  OS-LINK-EOF                  VALUE 'Y'.
000700     05  OS-HOLDS-EOF-SW         PIC X(01) VALUE 'N'.
000710         88  OS-HOLDS-EOF                 VALUE 'Y'.
000720     05  OS-HOLD-FOUND-SW        PIC X(01) VALUE 'N'.
000730         88  OS-HOLD-FOUND                VALUE 'Y'.
000740     05  OS-SAVINGS-OK-SW        PIC X(01) VALUE 'N'.
000750         88  OS-SAVINGS-IS-OK             VALUE 'Y'.
000760     05  OS-LINK-OPEN-SW         PIC X(01) VALUE 'N'.
000770         88  OS-LINK-FILE-IS-OPEN         VALUE 'Y'.
000780
000790 01  OS-TODAY                    PIC 9(08) VALUE ZERO.
000800 01  OS-BD-FUNCTION-CODE         PIC X(05).
000810
000820 01  OS-COUNTERS.
000830     05  OS-LINK-COUNT           PIC 9(06) VALUE ZERO.
000840     05  OS-COVERED-COUNT        PIC 9(06) VALUE ZERO.
000850     05  OS-PART-COUNT           PIC 9(06) VALUE ZERO.
000860     05  OS-TARGET-COUNT         PIC 9(06) VALUE ZERO.
000870     05  OS-REFUSED-COUNT        PIC 9(06) VALUE ZERO.
000880     05  OS-COVERED-TOTAL        PIC 9(13)V99 VALUE ZERO.
000890     05  OS-TARGET-TOTAL         PIC 9(13)V99 VALUE ZERO.
000900
000910*****************************************************************
000920* One slot per account with hold activity on the holds file -  *
000930* hold entries add, release entries subtract - so each sweep   *
000940* draws only on the available balance.                         *
000950*****************************************************************
000960 01  OS-HOLDS-TABLE.
000970     05  OS-HOLD-ENTRY OCCURS 500 TIMES
000980             INDEXED BY OS-HOLD-IDX.
000990         10  OS-H-ACCOUNT-ID     PIC 9(10).
001000         10  OS-H-HOLD-TOTAL     PIC S9(11)V99.
001010 01  OS-HOLD-COUNT               PIC 9(03) VALUE ZERO.
001020 01  OS-LOOKUP-ACCOUNT           PIC 9(10).
001030 01  OS-OPEN-HOLDS               PIC S9(11)V99 VALUE ZERO.
001040 01  OS-AVAILABLE-BALANCE        PIC S9(11)V99 VALUE ZERO.
001050
001060*****************************************************************
001070* What the balance file says about the protected account,      *
001080* kept aside before the savings account is read over it.       *
001090*****************************************************************
001100 01  OS-CHECKING-BALANCE         PIC S9(9)V99 VALUE ZERO.
001110 01  OS-CHECKING-TYPE            PIC X(01) VALUE SPACE.
001120     88  OS-CHECKING-IS-CORPORATE         VALUE 'K'.
001130 01  OS-CHECKING-CURRENCY        PIC X(03) VALUE SPACES.
001140
001150 01  OS-FUNCTION-CODE            PIC X(05).
001160 01  OS-STATUS-CODE              PIC X(03).
001170 01  OS-OPERATION-CODE           PIC X(08) VALUE 'TRANSFER'.
001180 01  OS-AMOUNT                   PIC S9(9)V99 VALUE ZERO.
001190 01  OS-SUPERVISOR-ID            PIC X(08) VALUE SPACES.
001200 01  OS-TO-ACCOUNT-ID            PIC 9(10) VALUE ZERO.
001210 01  OS-OPERATOR-ID              PIC X(08) VALUE 'ODSWEEP '.
001220 01  OS-RESULT-STATUS            PIC X(03).
001230
001240 01  CURRENT-ACCOUNT-RECORD.
001250     COPY ACCTREC.
001260
001270 01  OS-DETAIL-LINE.
001280     05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
001290     05  OS-D-ACCOUNT-ID         PIC 9(10).
001300     05  FILLER                  PIC X(06) VALUE ' FROM '.
001310     05  OS-D-SAVINGS-ID         PIC 9(10).
001320     05  FILLER                  PIC X(01) VALUE SPACE.
001330     05  OS-D-BALANCE            PIC Z,ZZZ,ZZZ,ZZ9.99-.
001340     05  FILLER                  PIC X(01) VALUE SPACE.
001350     05  OS-D-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
001360     05  FILLER                  PIC X(01) VALUE SPACE.
001370     05  OS-D-RESULT             PIC X(30).
001380
001390 01  OS-TOTAL-LINE.
001400     05  OS-T-LABEL              PIC X(40).
001410     05  OS-T-COUNT              PIC ZZZ,ZZ9.
001420     05  FILLER                  PIC X(01) VALUE SPACE.
001430     05  OS-T-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001440
001450 PROCEDURE DIVISION.
001460 0000-MAIN-CONTROL.
001470     MOVE 'GET  ' TO OS-BD-FUNCTION-CODE
001480     CALL 'BUSDATE-PROGRAM' USING OS-BD-FUNCTION-CODE OS-TODAY
001490     END-CALL
001500
001510     DISPLAY 'Enter supervisor ID for sweeps over the '
001520         'large-debit limit: '
001530     ACCEPT OS-SUPERVISOR-ID
001540
001550     PERFORM 1500-LOAD-HOLDS-TABLE THRU
001560         1500-LOAD-HOLDS-TABLE-EXIT
001570
001580     OPEN INPUT SWEEP-LINK-FILE
001590     IF NOT SL-FILE-STATUS = '00'
001600         DISPLAY 'OVERDRAFT-SWEEP: SWEEPLNK not available - '
001610             'no accounts are linked. Nothing swept.'
001620         SET OS-LINK-EOF TO TRUE
001630     ELSE
001640         SET OS-LINK-FILE-IS-OPEN TO TRUE
001650     END-IF
001660
001670     OPEN OUTPUT SWEEP-REPORT-FILE
001680     PERFORM 2500-WRITE-REPORT-HEADING THRU
001690         2500-WRITE-REPORT-HEADING-EXIT
001700
001710     PERFORM 3000-SWEEP-ONE-LINK THRU 3000-SWEEP-ONE-LINK-EXIT
001720         UNTIL OS-LINK-EOF
001730
001740     PERFORM 4000-WRITE-REPORT-TOTALS THRU
001750         4000-WRITE-REPORT-TOTALS-EXIT
001760     CLOSE SWEEP-REPORT-FILE
001770     IF OS-LINK-FILE-IS-OPEN
001780         CLOSE SWEEP-LINK-FILE
001790     END-IF
001800     MOVE 'CLOSE' TO OS-FUNCTION-CODE
001810     CALL 'DATA-PROGRAM' USING OS-FUNCTION-CODE AB-ACCOUNT-ID
001820         AB-BALANCE
001830     END-CALL
001840
001850     DISPLAY 'OVERDRAFT-SWEEP: ' OS-COVERED-COUNT
001860         ' account(s) covered, ' OS-PART-COUNT
001870         ' part covered, ' OS-TARGET-COUNT
001880         ' swept to target, ' OS-REFUSED-COUNT
001890         ' not swept - see SWEEPRPT.'
001900     STOP RUN.
001910
001920*****************************************************************
001930* 1500-LOAD-HOLDS-TABLE nets the holds file into one slot per  *
001940* account - hold entries add, release entries subtract - the   *
001950* same way BALANCE-REPORT does.  A missing holds file simply   *
001960* means no holds have ever been placed.                        *
001970*****************************************************************
001980 1500-LOAD-HOLDS-TABLE.
001990     OPEN INPUT HOLDS-FILE
002000     IF NOT HO-FILE-STATUS = '00'
002010         SET OS-HOLDS-EOF TO TRUE
002020     ELSE
002030         PERFORM 1510-READ-HOLD-ENTRY THRU
002040             1510-READ-HOLD-ENTRY-EXIT
002050             UNTIL OS-HOLDS-EOF
002060         CLOSE HOLDS-FILE
002070     END-IF.
002080
002090 1500-LOAD-HOLDS-TABLE-EXIT.
002100     EXIT.
002110
002120*****************************************************************
002130* 1510-READ-HOLD-ENTRY reads one holds-file entry and nets it  *
002140* into its account's slot, adding a fresh slot the first time  *
002150* the account appears.                                         *
002160*****************************************************************
002170 1510-READ-HOLD-ENTRY.
002180     READ HOLDS-FILE
002190         AT END
002200             SET OS-HOLDS-EOF TO TRUE
002210             GO TO 1510-READ-HOLD-ENTRY-EXIT
002220     END-READ
002230     PERFORM 1520-FIND-HOLD-SLOT THRU 1520-FIND-HOLD-SLOT-EXIT
002240     IF OS-HOLD-IDX > OS-HOLD-COUNT
002250         GO TO 1510-READ-HOLD-ENTRY-EXIT
002260     END-IF
002270     IF HO-IS-HOLD
002280         ADD HO-AMOUNT TO OS-H-HOLD-TOTAL (OS-HOLD-IDX)
002290     ELSE
002300         IF HO-IS-RELEASE
002310             SUBTRACT HO-AMOUNT FROM
002320                 OS-H-HOLD-TOTAL (OS-HOLD-IDX)
002330         END-IF
002340     END-IF.
002350
002360 1510-READ-HOLD-ENTRY-EXIT.
002370     EXIT.
002380
002390*****************************************************************
002400* 1520-FIND-HOLD-SLOT finds (or adds) the slot for the holds   *
002410* entry's account.  A table past 500 accounts leaves the index *
002420* beyond the count so the caller can skip the entry.           *
002430*****************************************************************
002440 1520-FIND-HOLD-SLOT.
002450     MOVE HO-ACCOUNT-ID TO OS-LOOKUP-ACCOUNT
002460     SET OS-HOLD-FOUND-SW TO 'N'
002470     SET OS-HOLD-IDX TO 1
002480     PERFORM 1530-MATCH-HOLD-SLOT THRU
002490         1530-MATCH-HOLD-SLOT-EXIT
002500         UNTIL OS-HOLD-IDX > OS-HOLD-COUNT
002510             OR OS-HOLD-FOUND
002520     IF NOT OS-HOLD-FOUND
002530         IF OS-HOLD-COUNT >= 500
002540             DISPLAY 'OVERDRAFT-SWEEP: more than 500 account(s) '
002550                 'on the holds file - entries beyond 500 are '
002560                 'not netted.'
002570         ELSE
002580             ADD 1 TO OS-HOLD-COUNT
002590             SET OS-HOLD-IDX TO OS-HOLD-COUNT
002600             MOVE HO-ACCOUNT-ID TO
002610                 OS-H-ACCOUNT-ID (OS-HOLD-IDX)
002620             MOVE ZERO TO OS-H-HOLD-TOTAL (OS-HOLD-IDX)
002630         END-IF
002640     END-IF.
002650
002660 1520-FIND-HOLD-SLOT-EXIT.
002670     EXIT.
002680
002690*****************************************************************
002700* 1530-MATCH-HOLD-SLOT compares one holds slot against the     *
002710* account being looked up.                                     *
002720*****************************************************************
002730 1530-MATCH-HOLD-SLOT.
002740     IF OS-H-ACCOUNT-ID (OS-HOLD-IDX) = OS-LOOKUP-ACCOUNT
002750         SET OS-HOLD-FOUND-SW TO 'Y'
002760     ELSE
002770         SET OS-HOLD-IDX UP BY 1
002780     END-IF.
002790
002800 1530-MATCH-HOLD-SLOT-EXIT.
002810     EXIT.
002820
002830*****************************************************************
002840* 1600-LOOK-UP-OPEN-HOLDS finds the open holds of the account  *
002850* in OS-LOOKUP-ACCOUNT, or zero if it has none, floored at zero*
002860* so a stray over-release can never inflate availability.      *
002870*****************************************************************
002880 1600-LOOK-UP-OPEN-HOLDS.
002890     MOVE ZERO TO OS-OPEN-HOLDS
002900     SET OS-HOLD-FOUND-SW TO 'N'
002910     SET OS-HOLD-IDX TO 1
002920     PERFORM 1530-MATCH-HOLD-SLOT THRU
002930         1530-MATCH-HOLD-SLOT-EXIT
002940         UNTIL OS-HOLD-IDX > OS-HOLD-COUNT
002950             OR OS-HOLD-FOUND
002960     IF OS-HOLD-FOUND
002970         MOVE OS-H-HOLD-TOTAL (OS-HOLD-IDX) TO OS-OPEN-HOLDS
002980     END-IF
002990     IF OS-OPEN-HOLDS < ZERO
003000         MOVE ZERO TO OS-OPEN-HOLDS
003010     END-IF.
003020
003030 1600-LOOK-UP-OPEN-HOLDS-EXIT.
003040     EXIT.
003050
003060*****************************************************************
003070* 2500-WRITE-REPORT-HEADING writes the sweep report title.     *
003080*****************************************************************
003090 2500-WRITE-REPORT-HEADING.
003100     MOVE 'OVERDRAFT PROTECTION SWEEP REPORT' TO
003110         SWEEP-REPORT-LINE
003120     WRITE SWEEP-REPORT-LINE
003130     MOVE '=================================' TO
003140         SWEEP-REPORT-LINE
003150     WRITE SWEEP-REPORT-LINE
003160     MOVE SPACES TO SWEEP-REPORT-LINE
003170     STRING 'BUSINESS DATE ' OS-TODAY
003180         DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
003190     END-STRING
003200     WRITE SWEEP-REPORT-LINE
003210     MOVE SPACES TO SWEEP-REPORT-LINE
003220     WRITE SWEEP-REPORT-LINE.
003230
003240 2500-WRITE-REPORT-HEADING-EXIT.
003250     EXIT.
003260
003270*****************************************************************
003280* 3000-SWEEP-ONE-LINK reads the next link and, when it is      *
003290* active, reads the protected account: an overdrawn account is *
003300* covered from savings (3200), and a corporate account with a  *
003310* target-balance sweep that is not overdrawn has its excess    *
003320* swept into savings (3400).                                   *
003330*****************************************************************
003340 3000-SWEEP-ONE-LINK.
003350     READ SWEEP-LINK-FILE
003360         AT END
003370             SET OS-LINK-EOF TO TRUE
003380             GO TO 3000-SWEEP-ONE-LINK-EXIT
003390     END-READ
003400     IF NOT SL-IS-ACTIVE
003410         GO TO 3000-SWEEP-ONE-LINK-EXIT
003420     END-IF
003430     ADD 1 TO OS-LINK-COUNT
003440     MOVE ZERO TO OS-AMOUNT
003450     MOVE ZERO TO OS-CHECKING-BALANCE
003460
003470     MOVE SL-CHECKING-ACCOUNT-ID TO AB-ACCOUNT-ID
003480     MOVE 'READ ' TO OS-FUNCTION-CODE
003490     CALL 'DATA-PROGRAM' USING OS-FUNCTION-CODE AB-ACCOUNT-ID
003500         AB-BALANCE OS-STATUS-CODE AB-OD-LIMIT
003510         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
003520         AB-CURRENCY-CODE
003530     END-CALL
003540     IF NOT OS-STATUS-CODE = 'OK '
003550         MOVE 'ACCOUNT NOT ON BALANCE FILE' TO OS-D-RESULT
003560         PERFORM 3900-WRITE-DETAIL-LINE THRU
003570             3900-WRITE-DETAIL-LINE-EXIT
003580         ADD 1 TO OS-REFUSED-COUNT
003590         GO TO 3000-SWEEP-ONE-LINK-EXIT
003600     END-IF
003610     MOVE AB-BALANCE TO OS-CHECKING-BALANCE
003620     MOVE AB-ACCOUNT-TYPE TO OS-CHECKING-TYPE
003630     MOVE AB-CURRENCY-CODE TO OS-CHECKING-CURRENCY
003640
003650     IF OS-CHECKING-BALANCE < ZERO
003660         PERFORM 3200-COVER-OVERDRAFT THRU
003670             3200-COVER-OVERDRAFT-EXIT
003680     ELSE
003690         IF SL-TARGET-SWEEP-ON AND OS-CHECKING-IS-CORPORATE
003700             PERFORM 3400-SWEEP-EXCESS THRU
003710                 3400-SWEEP-EXCESS-EXIT
003720         END-IF
003730     END-IF.
003740
003750 3000-SWEEP-ONE-LINK-EXIT.
003760     EXIT.
003770
003780*****************************************************************
003790* 3200-COVER-OVERDRAFT moves the smaller of the overdraft and  *
003800* the savings account's available balance into the overdrawn   *
003810* account.                                                     *
003820*****************************************************************
003830 3200-COVER-OVERDRAFT.
003840     PERFORM 3300-READ-SAVINGS-ACCOUNT THRU
003850         3300-READ-SAVINGS-ACCOUNT-EXIT
003860     IF NOT OS-SAVINGS-IS-OK
003870         GO TO 3200-COVER-OVERDRAFT-EXIT
003880     END-IF
003890     MOVE SL-SAVINGS-ACCOUNT-ID TO OS-LOOKUP-ACCOUNT
003900     PERFORM 1600-LOOK-UP-OPEN-HOLDS THRU
003910         1600-LOOK-UP-OPEN-HOLDS-EXIT
003920     COMPUTE OS-AVAILABLE-BALANCE = AB-BALANCE - OS-OPEN-HOLDS
003930     IF OS-AVAILABLE-BALANCE NOT > ZERO
003940         MOVE 'NO SAVINGS FUNDS AVAILABLE' TO OS-D-RESULT
003950         PERFORM 3900-WRITE-DETAIL-LINE THRU
003960             3900-WRITE-DETAIL-LINE-EXIT
003970         ADD 1 TO OS-REFUSED-COUNT
003980         GO TO 3200-COVER-OVERDRAFT-EXIT
003990     END-IF
004000     COMPUTE OS-AMOUNT = ZERO - OS-CHECKING-BALANCE
004010     IF OS-AMOUNT > OS-AVAILABLE-BALANCE
004020         MOVE OS-AVAILABLE-BALANCE TO OS-AMOUNT
004030     END-IF
004040
004050     MOVE SL-SAVINGS-ACCOUNT-ID TO AB-ACCOUNT-ID
004060     MOVE SL-CHECKING-ACCOUNT-ID TO OS-TO-ACCOUNT-ID
004070     MOVE 'TRANSFER' TO OS-OPERATION-CODE
004080     CALL 'OPERATIONS' USING AB-ACCOUNT-ID OS-OPERATION-CODE
004090         OS-AMOUNT AB-BALANCE OS-SUPERVISOR-ID
004100         OS-TO-ACCOUNT-ID OS-OPERATOR-ID OS-RESULT-STATUS
004110     END-CALL
004120     IF NOT OS-RESULT-STATUS = 'OK '
004130         MOVE 'NOT SWEPT - STATUS ' TO OS-D-RESULT
004140         MOVE OS-RESULT-STATUS TO OS-D-RESULT (20:3)
004150         PERFORM 3900-WRITE-DETAIL-LINE THRU
004160             3900-WRITE-DETAIL-LINE-EXIT
004170         ADD 1 TO OS-REFUSED-COUNT
004180         GO TO 3200-COVER-OVERDRAFT-EXIT
004190     END-IF
004200     ADD OS-AMOUNT TO OS-COVERED-TOTAL
004210     IF OS-AMOUNT + OS-CHECKING-BALANCE < ZERO
004220         MOVE 'PART COVERED FROM SAVINGS' TO OS-D-RESULT
004230         ADD 1 TO OS-PART-COUNT
004240     ELSE
004250         MOVE 'COVERED FROM SAVINGS' TO OS-D-RESULT
004260         ADD 1 TO OS-COVERED-COUNT
004270     END-IF
004280     PERFORM 3900-WRITE-DETAIL-LINE THRU
004290         3900-WRITE-DETAIL-LINE-EXIT.
004300
004310 3200-COVER-OVERDRAFT-EXIT.
004320     EXIT.
004330
004340*****************************************************************
004350* 3300-READ-SAVINGS-ACCOUNT reads the linked savings account   *
004360* and refuses the link, on the report, when the account is not *
004370* on file, not active, or held in another currency from the    *
004380* account it protects.                                         *
004390*****************************************************************
004400 3300-READ-SAVINGS-ACCOUNT.
004410     SET OS-SAVINGS-OK-SW TO 'N'
004420     MOVE SL-SAVINGS-ACCOUNT-ID TO AB-ACCOUNT-ID
004430     MOVE 'READ ' TO OS-FUNCTION-CODE
004440     CALL 'DATA-PROGRAM' USING OS-FUNCTION-CODE AB-ACCOUNT-ID
004450         AB-BALANCE OS-STATUS-CODE AB-OD-LIMIT
004460         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
004470         AB-CURRENCY-CODE
004480     END-CALL
004490     IF NOT OS-STATUS-CODE = 'OK '
004500         MOVE 'SAVINGS NOT ON BALANCE FILE' TO OS-D-RESULT
004510         PERFORM 3900-WRITE-DETAIL-LINE THRU
004520             3900-WRITE-DETAIL-LINE-EXIT
004530         ADD 1 TO OS-REFUSED-COUNT
004540         GO TO 3300-READ-SAVINGS-ACCOUNT-EXIT
004550     END-IF
004560     IF NOT AB-IS-ACTIVE
004570         MOVE 'SAVINGS NOT ACTIVE - STATUS ' TO OS-D-RESULT
004580         MOVE AB-STATUS-FLAG TO OS-D-RESULT (29:1)
004590         PERFORM 3900-WRITE-DETAIL-LINE THRU
004600             3900-WRITE-DETAIL-LINE-EXIT
004610         ADD 1 TO OS-REFUSED-COUNT
004620         GO TO 3300-READ-SAVINGS-ACCOUNT-EXIT
004630     END-IF
004640     IF AB-CURRENCY-CODE NOT = OS-CHECKING-CURRENCY
004650         MOVE 'SAVINGS IN ANOTHER CURRENCY' TO OS-D-RESULT
004660         PERFORM 3900-WRITE-DETAIL-LINE THRU
004670             3900-WRITE-DETAIL-LINE-EXIT
004680         ADD 1 TO OS-REFUSED-COUNT
004690         GO TO 3300-READ-SAVINGS-ACCOUNT-EXIT
004700     END-IF
004710     SET OS-SAVINGS-OK-SW TO 'Y'.
004720
004730 3300-READ-SAVINGS-ACCOUNT-EXIT.
004740     EXIT.
004750
004760*****************************************************************
004770* 3400-SWEEP-EXCESS moves a corporate account's available      *
004780* funds above its target balance into the linked savings       *
004790* account.  An account at or below its target is left alone    *
004800* and not reported.                                            *
004810*****************************************************************
004820 3400-SWEEP-EXCESS.
004830     MOVE SL-CHECKING-ACCOUNT-ID TO OS-LOOKUP-ACCOUNT
004840     PERFORM 1600-LOOK-UP-OPEN-HOLDS THRU
004850         1600-LOOK-UP-OPEN-HOLDS-EXIT
004860     COMPUTE OS-AVAILABLE-BALANCE = OS-CHECKING-BALANCE
004870         - OS-OPEN-HOLDS - SL-TARGET-BALANCE
004880     IF OS-AVAILABLE-BALANCE NOT > ZERO
004890         GO TO 3400-SWEEP-EXCESS-EXIT
004900     END-IF
004910     PERFORM 3300-READ-SAVINGS-ACCOUNT THRU
004920         3300-READ-SAVINGS-ACCOUNT-EXIT
004930     IF NOT OS-SAVINGS-IS-OK
004940         GO TO 3400-SWEEP-EXCESS-EXIT
004950     END-IF
004960     MOVE OS-AVAILABLE-BALANCE TO OS-AMOUNT
004970
004980     MOVE SL-CHECKING-ACCOUNT-ID TO AB-ACCOUNT-ID
004990     MOVE SL-SAVINGS-ACCOUNT-ID TO OS-TO-ACCOUNT-ID
005000     MOVE 'TRANSFER' TO OS-OPERATION-CODE
005010     CALL 'OPERATIONS' USING AB-ACCOUNT-ID OS-OPERATION-CODE
005020         OS-AMOUNT AB-BALANCE OS-SUPERVISOR-ID
005030         OS-TO-ACCOUNT-ID OS-OPERATOR-ID OS-RESULT-STATUS
005040     END-CALL
005050     IF NOT OS-RESULT-STATUS = 'OK '
005060         MOVE 'TARGET NOT SWEPT - STATUS ' TO OS-D-RESULT
005070         MOVE OS-RESULT-STATUS TO OS-D-RESULT (27:3)
005080         PERFORM 3900-WRITE-DETAIL-LINE THRU
005090             3900-WRITE-DETAIL-LINE-EXIT
005100         ADD 1 TO OS-REFUSED-COUNT
005110         GO TO 3400-SWEEP-EXCESS-EXIT
005120     END-IF
005130     ADD OS-AMOUNT TO OS-TARGET-TOTAL
005140     ADD 1 TO OS-TARGET-COUNT
005150     MOVE 'EXCESS SWEPT TO SAVINGS' TO OS-D-RESULT
005160     PERFORM 3900-WRITE-DETAIL-LINE THRU
005170         3900-WRITE-DETAIL-LINE-EXIT.
005180
005190 3400-SWEEP-EXCESS-EXIT.
005200     EXIT.
005210
005220*****************************************************************
005230* 3900-WRITE-DETAIL-LINE writes one report line for the link   *
005240* in hand: the protected account's balance before the sweep,   *
005250* the amount moved, and the outcome already set in the line.   *
005260*****************************************************************
005270 3900-WRITE-DETAIL-LINE.
005280     MOVE SL-CHECKING-ACCOUNT-ID TO OS-D-ACCOUNT-ID
005290     MOVE SL-SAVINGS-ACCOUNT-ID TO OS-D-SAVINGS-ID
005300     MOVE OS-CHECKING-BALANCE TO OS-D-BALANCE
005310     MOVE OS-AMOUNT TO OS-D-AMOUNT
005320     WRITE SWEEP-REPORT-LINE FROM OS-DETAIL-LINE
005330     MOVE SPACES TO OS-D-RESULT.
005340
005350 3900-WRITE-DETAIL-LINE-EXIT.
005360     EXIT.
005370
005380*****************************************************************
005390* 4000-WRITE-REPORT-TOTALS writes the counts and amounts swept *
005400* each way at the foot of the report.                          *
005410*****************************************************************
005420 4000-WRITE-REPORT-TOTALS.
005430     MOVE SPACES TO SWEEP-REPORT-LINE
005440     WRITE SWEEP-REPORT-LINE
005450     MOVE 'ACTIVE LINKS READ' TO OS-T-LABEL
005460     MOVE OS-LINK-COUNT TO OS-T-COUNT
005470     MOVE ZERO TO OS-T-AMOUNT
005480     WRITE SWEEP-REPORT-LINE FROM OS-TOTAL-LINE
005490     MOVE 'OVERDRAFTS COVERED IN FULL' TO OS-T-LABEL
005500     MOVE OS-COVERED-COUNT TO OS-T-COUNT
005510     MOVE ZERO TO OS-T-AMOUNT
005520     WRITE SWEEP-REPORT-LINE FROM OS-TOTAL-LINE
005530     MOVE 'OVERDRAFTS PART COVERED' TO OS-T-LABEL
005540     MOVE OS-PART-COUNT TO OS-T-COUNT
005550     MOVE ZERO TO OS-T-AMOUNT
005560     WRITE SWEEP-REPORT-LINE FROM OS-TOTAL-LINE
005570     MOVE 'SWEPT FROM SAVINGS' TO OS-T-LABEL
005580     COMPUTE OS-T-COUNT = OS-COVERED-COUNT + OS-PART-COUNT
005590     MOVE OS-COVERED-TOTAL TO OS-T-AMOUNT
005600     WRITE SWEEP-REPORT-LINE FROM OS-TOTAL-LINE
005610     MOVE 'SWEPT TO SAVINGS ABOVE TARGET' TO OS-T-LABEL
005620     MOVE OS-TARGET-COUNT TO OS-T-COUNT
005630     MOVE OS-TARGET-TOTAL TO OS-T-AMOUNT
005640     WRITE SWEEP-REPORT-LINE FROM OS-TOTAL-LINE
005650     MOVE 'NOT SWEPT - SEE DETAIL' TO OS-T-LABEL
005660     MOVE OS-REFUSED-COUNT TO OS-T-COUNT
005670     MOVE ZERO TO OS-T-AMOUNT
005680     WRITE SWEEP-REPORT-LINE FROM OS-TOTAL-LINE.
005690
005700 4000-WRITE-REPORT-TOTALS-EXIT.
005710     EXIT.
