000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDIT-VERIFY.
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
000140* AUDIT-VERIFY is the nightly integrity check of the audit     *
000150* trail.  It walks AUDIT-ARCHIVE-FILE and then the live        *
000160* AUDIT-TRAIL-FILE as one chain, oldest entry first, and for   *
000170* every entry carrying a check value it confirms that:         *
000180*                                                               *
000190*   - the entry links to the check value of the entry before   *
000200*     it, so nothing has been removed, reordered, or slipped   *
000210*     in between them (BROKEN LINK);                           *
000220*   - the check value AUDIT-CHAIN recomputes from the entry    *
000230*     matches the one it carries, so no field has been         *
000240*     edited (ALTERED ENTRY);                                  *
000250*   - its AT-SEQUENCE-NO follows on from the highest number    *
000260*     already seen for its date, with none skipped (SEQUENCE   *
000270*     GAP);                                                    *
000280*   - once the chain has begun, no later entry is without a    *
000290*     check value (NOT CHAINED).                               *
000300*                                                               *
000310* Entries written before the check value existed are counted   *
000320* as unchained history and otherwise passed.  A good run       *
000330* records on the AUDVCTL control record how many entries it    *
000340* verified and the check value of the last, and the next run   *
000350* confirms that entry is still in the same place - so          *
000360* entries already verified cannot be cut off the end of the    *
000370* files unnoticed either.                                      *
000380*                                                               *
000390* Every exception is listed on AUDVRPT.  Checks in with        *
000400* RUN-CONTROL as step AUDITVFY, after COMPLIANCE and before    *
000410* AUDIT-ROLLOVER.  When any exception is found the step is     *
000420* deliberately left not done, so RUN-CONTROL refuses           *
000430* AUDITROLL and everything after it until the trail has been   *
000440* investigated.                                                *
000450*****************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDITARC"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS VA-FILE-STATUS.
000520
000530     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS AT-FILE-STATUS.
000560
000570     SELECT VERIFY-CONTROL-FILE ASSIGN TO "AUDVCTL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS VC-FILE-STATUS.
000600
000610     SELECT VERIFY-REPORT-FILE ASSIGN TO "AUDVRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  AUDIT-ARCHIVE-FILE.
000670 01  AUDIT-ARCHIVE-RECORD.
000680     COPY AUDITREC
000690         REPLACING ==AT-SEQUENCE-NO==   BY ==VA-SEQUENCE-NO==
000700                   ==AT-TRAN-DATE==     BY ==VA-TRAN-DATE==
000710                   ==AT-TRAN-TIME==     BY ==VA-TRAN-TIME==
000720                   ==AT-ACCOUNT-ID==    BY ==VA-ACCOUNT-ID==
000730                   ==AT-OPERATION-CODE== BY ==VA-OPERATION-CODE==
000740                   ==AT-AMOUNT==        BY ==VA-AMOUNT==
000750                   ==AT-RESULTING-BALANCE==
000760                       BY ==VA-RESULTING-BALANCE==
000770                   ==AT-OVERDRAWN-FLAG== BY ==VA-OVERDRAWN-FLAG==
000780                   ==AT-SUPERVISOR-ID== BY ==VA-SUPERVISOR-ID==
000790                   ==AT-OPERATOR-ID==   BY ==VA-OPERATOR-ID==
000800                   ==AT-ORIG-DATE==     BY ==VA-ORIG-DATE==
000810                   ==AT-ORIG-SEQ==      BY ==VA-ORIG-SEQ==
000811                   ==AT-CURRENCY-BLOCK== BY ==VA-CURRENCY-BLOCK==
000812                   ==AT-CURRENCY-CODE== BY ==VA-CURRENCY-CODE==
000813                   ==AT-HOME-RATE==     BY ==VA-HOME-RATE==
000814                   ==AT-COUNTER-AMOUNT== BY ==VA-COUNTER-AMOUNT==
000815                   ==AT-COUNTER-CURRENCY==
000816                       BY ==VA-COUNTER-CURRENCY==
000817                   ==AT-EXCHANGE-RATE== BY ==VA-EXCHANGE-RATE==
000820                   ==AT-PREV-CHECK-VALUE==
000830                       BY ==VA-PREV-CHECK-VALUE==
000840                   ==AT-CHECK-VALUE==   BY ==VA-CHECK-VALUE==
000841                   ==AT-BRANCH-BLOCK==  BY ==VA-BRANCH-BLOCK==
000842                   ==AT-BRANCH-CODE==   BY ==VA-BRANCH-CODE==
000843                   ==AT-ACCOUNT-BRANCH== BY ==VA-ACCOUNT-BRANCH==
000844                   ==AT-PRIOR-BRANCH==  BY ==VA-PRIOR-BRANCH==.
000850
000860 FD  AUDIT-TRAIL-FILE.
000870 01  AUDIT-TRAIL-RECORD.
000880     COPY AUDITREC.
000890
000900 FD  VERIFY-CONTROL-FILE.
000910 01  VERIFY-CONTROL-RECORD.
000920     05  VC-VERIFIED-DATE        PIC 9(08).
000930     05  FILLER                  PIC X(01).
000940     05  VC-ENTRY-COUNT          PIC 9(09).
000950     05  FILLER                  PIC X(01).
000960     05  VC-LAST-CHECK-VALUE     PIC 9(09).
000970
000980 FD  VERIFY-REPORT-FILE.
000990 01  VERIFY-REPORT-LINE          PIC X(132).
001000
001010 WORKING-STORAGE SECTION.
001020 01  VA-FILE-STATUS               PIC X(02) VALUE '00'.
001030 01  AT-FILE-STATUS               PIC X(02) VALUE '00'.
001040 01  VC-FILE-STATUS               PIC X(02) VALUE '00'.
001050
001060 01  VF-SWITCHES.
001070     05  VF-ARCHIVE-EOF-SW        PIC X(01) VALUE 'N'.
001080         88  VF-ARCHIVE-EOF                VALUE 'Y'.
001090     05  VF-TRAIL-EOF-SW          PIC X(01) VALUE 'N'.
001100         88  VF-TRAIL-EOF                  VALUE 'Y'.
001110     05  VF-CHAIN-STARTED-SW      PIC X(01) VALUE 'N'.
001120         88  VF-CHAIN-STARTED              VALUE 'Y'.
001130
001140 01  VF-TODAY                     PIC 9(08) VALUE ZERO.
001150 01  VF-BD-FUNCTION-CODE          PIC X(05).
001160 01  VF-CHAIN-FUNCTION-CODE       PIC X(05).
001170 01  VF-RUN-FUNCTION-CODE         PIC X(05).
001180 01  VF-RUN-STEP-NAME             PIC X(12) VALUE
001190     'AUDITVFY    '.
001200 01  VF-RUN-STATUS-CODE           PIC X(03).
001210
001220 01  VF-COUNTERS.
001230     05  VF-ENTRY-COUNT           PIC 9(09) VALUE ZERO.
001240     05  VF-FILE-ENTRY-NO         PIC 9(09) VALUE ZERO.
001250     05  VF-UNCHAINED-COUNT       PIC 9(09) VALUE ZERO.
001260     05  VF-CHAINED-COUNT         PIC 9(09) VALUE ZERO.
001270     05  VF-EXCEPTION-COUNT       PIC 9(06) VALUE ZERO.
001280
001290 01  VF-SOURCE-FILE               PIC X(08) VALUE SPACES.
001300 01  VF-LAST-CHECK-VALUE          PIC 9(09) VALUE ZERO.
001310 01  VF-COMPUTED-VALUE            PIC 9(09) VALUE ZERO.
001320 01  VF-ENTRY-CHECK-VALUE         PIC 9(09) VALUE ZERO.
001330 01  VF-SEQUENCE-DATE             PIC 9(08) VALUE ZERO.
001340 01  VF-HIGH-SEQUENCE             PIC 9(06) VALUE ZERO.
001350 01  VF-PROBLEM-TEXT              PIC X(50) VALUE SPACES.
001360
001370*****************************************************************
001380* Where the last good run left off, off the AUDVCTL record.    *
001390* A zero count means no run has yet been recorded.             *
001400*****************************************************************
001410 01  VF-ANCHOR-AREA.
001420     05  VF-ANCHOR-DATE           PIC 9(08) VALUE ZERO.
001430     05  VF-ANCHOR-COUNT          PIC 9(09) VALUE ZERO.
001440     05  VF-ANCHOR-CHECK-VALUE    PIC 9(09) VALUE ZERO.
001450
001460*****************************************************************
001470* The entry under examination, read INTO here off either file. *
001480*****************************************************************
001490 01  VF-ENTRY.
001500     COPY AUDITREC
001510         REPLACING ==AT-SEQUENCE-NO==   BY ==VE-SEQUENCE-NO==
001520                   ==AT-TRAN-DATE==     BY ==VE-TRAN-DATE==
001530                   ==AT-TRAN-TIME==     BY ==VE-TRAN-TIME==
001540                   ==AT-ACCOUNT-ID==    BY ==VE-ACCOUNT-ID==
001550                   ==AT-OPERATION-CODE== BY ==VE-OPERATION-CODE==
001560                   ==AT-AMOUNT==        BY ==VE-AMOUNT==
001570                   ==AT-RESULTING-BALANCE==
001580                       BY ==VE-RESULTING-BALANCE==
001590                   ==AT-OVERDRAWN-FLAG== BY ==VE-OVERDRAWN-FLAG==
001600                   ==AT-SUPERVISOR-ID== BY ==VE-SUPERVISOR-ID==
001610                   ==AT-OPERATOR-ID==   BY ==VE-OPERATOR-ID==
001620                   ==AT-ORIG-DATE==     BY ==VE-ORIG-DATE==
001630                   ==AT-ORIG-SEQ==      BY ==VE-ORIG-SEQ==
001631                   ==AT-CURRENCY-BLOCK== BY ==VE-CURRENCY-BLOCK==
001632                   ==AT-CURRENCY-CODE== BY ==VE-CURRENCY-CODE==
001633                   ==AT-HOME-RATE==     BY ==VE-HOME-RATE==
001634                   ==AT-COUNTER-AMOUNT== BY ==VE-COUNTER-AMOUNT==
001635                   ==AT-COUNTER-CURRENCY==
001636                       BY ==VE-COUNTER-CURRENCY==
001637                   ==AT-EXCHANGE-RATE== BY ==VE-EXCHANGE-RATE==
001640                   ==AT-PREV-CHECK-VALUE==
001650                       BY ==VE-PREV-CHECK-VALUE==
001660                   ==AT-CHECK-VALUE==   BY ==VE-CHECK-VALUE==
001661                   ==AT-BRANCH-BLOCK==  BY ==VE-BRANCH-BLOCK==
001662                   ==AT-BRANCH-CODE==   BY ==VE-BRANCH-CODE==
001663                   ==AT-ACCOUNT-BRANCH== BY ==VE-ACCOUNT-BRANCH==
001664                   ==AT-PRIOR-BRANCH==  BY ==VE-PRIOR-BRANCH==.
001670
001680 01  VF-HEADING-LINE.
001690     05  FILLER                   PIC X(33) VALUE
001700         'NIGHTLY AUDIT TRAIL VERIFICATION '.
001710     05  VF-H-RUN-DATE            PIC 9(08).
001720
001730 01  VF-EXCEPTION-LINE.
001740     05  VF-X-SOURCE-FILE         PIC X(08).
001750     05  FILLER                   PIC X(07) VALUE ' ENTRY '.
001760     05  VF-X-ENTRY-NO            PIC Z(08)9.
001770     05  FILLER                   PIC X(06) VALUE ' DATE '.
001780     05  VF-X-TRAN-DATE           PIC X(08).
001790     05  FILLER                   PIC X(05) VALUE ' SEQ '.
001800     05  VF-X-SEQUENCE-NO         PIC X(06).
001810     05  FILLER                   PIC X(01) VALUE SPACE.
001820     05  VF-X-OPERATION           PIC X(08).
001830     05  FILLER                   PIC X(02) VALUE SPACES.
001840     05  VF-X-PROBLEM             PIC X(50).
001850
001860 01  VF-MISSING-LINE.
001870     05  FILLER                   PIC X(20) VALUE
001880         'ENTRIES VERIFIED ON '.
001890     05  VF-M-ANCHOR-DATE         PIC 9(08).
001900     05  FILLER                   PIC X(06) VALUE ' WERE '.
001910     05  VF-M-ANCHOR-COUNT        PIC Z(08)9.
001920     05  FILLER                   PIC X(12) VALUE
001930         ' - NOW ONLY '.
001940     05  VF-M-ENTRY-COUNT         PIC Z(08)9.
001950     05  FILLER                   PIC X(25) VALUE
001960         ' - ENTRIES HAVE BEEN CUT'.
001970
001980 01  VF-SUMMARY-LINE.
001990     05  VF-S-LABEL               PIC X(32).
002000     05  VF-S-COUNT               PIC Z(08)9.
002010
002020 PROCEDURE DIVISION.
002030 0000-MAIN-CONTROL.
002040     MOVE 'START' TO VF-RUN-FUNCTION-CODE
002050     CALL 'RUN-CONTROL' USING VF-RUN-FUNCTION-CODE
002060         VF-RUN-STEP-NAME VF-RUN-STATUS-CODE
002070     END-CALL
002080     IF NOT VF-RUN-STATUS-CODE = 'OK '
002090         DISPLAY 'AUDIT-VERIFY: run-control refused this '
002100             'step - nothing verified.'
002110         STOP RUN
002120     END-IF
002130
002140     MOVE 'GET  ' TO VF-BD-FUNCTION-CODE
002150     CALL 'BUSDATE-PROGRAM' USING VF-BD-FUNCTION-CODE VF-TODAY
002160     END-CALL
002170
002180     PERFORM 1000-LOAD-ANCHOR THRU 1000-LOAD-ANCHOR-EXIT
002190
002200     OPEN OUTPUT VERIFY-REPORT-FILE
002210     PERFORM 1500-WRITE-REPORT-HEADING
002220     PERFORM 2000-VERIFY-ARCHIVE THRU 2000-VERIFY-ARCHIVE-EXIT
002230     PERFORM 3000-VERIFY-TRAIL THRU 3000-VERIFY-TRAIL-EXIT
002240     PERFORM 4000-CHECK-ANCHOR-REACHED THRU
002250         4000-CHECK-ANCHOR-REACHED-EXIT
002260     PERFORM 5000-WRITE-SUMMARY
002270     CLOSE VERIFY-REPORT-FILE
002280
002290     IF VF-EXCEPTION-COUNT > ZERO
002300         DISPLAY 'AUDIT-VERIFY: ' VF-EXCEPTION-COUNT
002310             ' exception(s) on the audit trail - see AUDVRPT.'
002320         DISPLAY 'AUDIT-VERIFY: step AUDITVFY is NOT marked '
002330             'done; the nightly stream stops here until the '
002340             'trail has been investigated.'
002350         STOP RUN
002360     END-IF
002370
002380     PERFORM 6000-SAVE-ANCHOR
002390
002400     MOVE 'DONE ' TO VF-RUN-FUNCTION-CODE
002410     CALL 'RUN-CONTROL' USING VF-RUN-FUNCTION-CODE
002420         VF-RUN-STEP-NAME VF-RUN-STATUS-CODE
002430     END-CALL
002440
002450     DISPLAY 'AUDIT-VERIFY: ' VF-ENTRY-COUNT
002460         ' entr(ies) read, ' VF-CHAINED-COUNT
002470         ' verified on the chain, no exceptions.'
002480     STOP RUN.
002490
002500*****************************************************************
002510* 1000-LOAD-ANCHOR reads where the last good run left off.  A  *
002520* missing or unusable record means there is nothing to hold    *
002530* this run to, as on the first night.                          *
002540*****************************************************************
002550 1000-LOAD-ANCHOR.
002560     OPEN INPUT VERIFY-CONTROL-FILE
002570     IF NOT VC-FILE-STATUS = '00'
002580         GO TO 1000-LOAD-ANCHOR-EXIT
002590     END-IF
002600     READ VERIFY-CONTROL-FILE
002610         AT END
002620             CONTINUE
002630         NOT AT END
002640             IF VC-ENTRY-COUNT NUMERIC
002650                     AND VC-LAST-CHECK-VALUE NUMERIC
002660                 MOVE VC-VERIFIED-DATE TO VF-ANCHOR-DATE
002670                 MOVE VC-ENTRY-COUNT TO VF-ANCHOR-COUNT
002680                 MOVE VC-LAST-CHECK-VALUE TO
002690                     VF-ANCHOR-CHECK-VALUE
002700             END-IF
002710     END-READ
002720     CLOSE VERIFY-CONTROL-FILE.
002730
002740 1000-LOAD-ANCHOR-EXIT.
002750     EXIT.
002760
002770*****************************************************************
002780* 1500-WRITE-REPORT-HEADING prints the report title lines.     *
002790*****************************************************************
002800 1500-WRITE-REPORT-HEADING.
002810     MOVE VF-TODAY TO VF-H-RUN-DATE
002820     WRITE VERIFY-REPORT-LINE FROM VF-HEADING-LINE
002830     MOVE '=========================================' TO
002840         VERIFY-REPORT-LINE
002850     WRITE VERIFY-REPORT-LINE
002860     MOVE SPACES TO VERIFY-REPORT-LINE
002870     WRITE VERIFY-REPORT-LINE.
002880
002890 1500-WRITE-REPORT-HEADING-EXIT.
002900     EXIT.
002910
002920*****************************************************************
002930* 2000-VERIFY-ARCHIVE walks the archive, the oldest part of    *
002940* the chain.  No archive yet simply means no completed day has *
002950* been rolled over.                                            *
002960*****************************************************************
002970 2000-VERIFY-ARCHIVE.
002980     MOVE 'AUDITARC' TO VF-SOURCE-FILE
002990     MOVE ZERO TO VF-FILE-ENTRY-NO
003000     OPEN INPUT AUDIT-ARCHIVE-FILE
003010     IF NOT VA-FILE-STATUS = '00'
003020         GO TO 2000-VERIFY-ARCHIVE-EXIT
003030     END-IF
003040     PERFORM 2100-READ-ARCHIVE-ENTRY THRU
003050         2100-READ-ARCHIVE-ENTRY-EXIT
003060         UNTIL VF-ARCHIVE-EOF
003070     CLOSE AUDIT-ARCHIVE-FILE.
003080
003090 2000-VERIFY-ARCHIVE-EXIT.
003100     EXIT.
003110
003120*****************************************************************
003130* 2100-READ-ARCHIVE-ENTRY reads one archived entry and checks  *
003140* it.                                                          *
003150*****************************************************************
003160 2100-READ-ARCHIVE-ENTRY.
003170     READ AUDIT-ARCHIVE-FILE INTO VF-ENTRY
003180         AT END
003190             SET VF-ARCHIVE-EOF TO TRUE
003200             GO TO 2100-READ-ARCHIVE-ENTRY-EXIT
003210     END-READ
003220     PERFORM 2500-VERIFY-ONE-ENTRY THRU
003230         2500-VERIFY-ONE-ENTRY-EXIT.
003240
003250 2100-READ-ARCHIVE-ENTRY-EXIT.
003260     EXIT.
003270
003280*****************************************************************
003290* 2500-VERIFY-ONE-ENTRY applies every check to the entry in    *
003300* VF-ENTRY and carries the chain on to the next entry.         *
003310*****************************************************************
003320 2500-VERIFY-ONE-ENTRY.
003330     ADD 1 TO VF-ENTRY-COUNT
003340     ADD 1 TO VF-FILE-ENTRY-NO
003350     IF VE-CHECK-VALUE NUMERIC
003360         MOVE VE-CHECK-VALUE TO VF-ENTRY-CHECK-VALUE
003370     ELSE
003380         MOVE ZERO TO VF-ENTRY-CHECK-VALUE
003390     END-IF
003400     IF VF-ENTRY-COUNT = VF-ANCHOR-COUNT
003410             AND VF-ENTRY-CHECK-VALUE NOT = VF-ANCHOR-CHECK-VALUE
003420         MOVE 'LAST ENTRY VERIFIED BY THE PRIOR RUN HAS CHANGED'
003430             TO VF-PROBLEM-TEXT
003440         PERFORM 2900-WRITE-EXCEPTION
003450     END-IF
003460
003470     IF NOT VE-CHECK-VALUE NUMERIC
003480         IF VF-CHAIN-STARTED
003490             MOVE 'NOT CHAINED - ENTRY CARRIES NO CHECK VALUE'
003500                 TO VF-PROBLEM-TEXT
003510             PERFORM 2900-WRITE-EXCEPTION
003520         ELSE
003530             ADD 1 TO VF-UNCHAINED-COUNT
003540         END-IF
003550         GO TO 2500-VERIFY-ONE-ENTRY-EXIT
003560     END-IF
003570
003580     ADD 1 TO VF-CHAINED-COUNT
003590     IF NOT VE-PREV-CHECK-VALUE NUMERIC
003600             OR VE-PREV-CHECK-VALUE NOT = VF-LAST-CHECK-VALUE
003610         MOVE 'BROKEN LINK - ENTRY BEFORE IT REMOVED OR CHANGED'
003620             TO VF-PROBLEM-TEXT
003630         PERFORM 2900-WRITE-EXCEPTION
003640     END-IF
003650
003660     MOVE 'CHECK' TO VF-CHAIN-FUNCTION-CODE
003670     CALL 'AUDIT-CHAIN' USING VF-CHAIN-FUNCTION-CODE VF-ENTRY
003680         VF-COMPUTED-VALUE
003690     END-CALL
003700     IF VF-COMPUTED-VALUE NOT = VE-CHECK-VALUE
003710         MOVE 'ALTERED ENTRY - CHECK VALUE DOES NOT MATCH'
003720             TO VF-PROBLEM-TEXT
003730         PERFORM 2900-WRITE-EXCEPTION
003740     END-IF
003750
003760     PERFORM 2600-CHECK-SEQUENCE THRU 2600-CHECK-SEQUENCE-EXIT
003770
003780     MOVE VE-CHECK-VALUE TO VF-LAST-CHECK-VALUE
003790     SET VF-CHAIN-STARTED TO TRUE.
003800
003810 2500-VERIFY-ONE-ENTRY-EXIT.
003820     EXIT.
003830
003840*****************************************************************
003850* 2600-CHECK-SEQUENCE checks the entry's sequence number       *
003860* against the highest seen so far for its date.  The first     *
003870* entry of a new date must be number 1.  A number at or below  *
003880* the highest is not a gap and is passed - two sessions        *
003890* appending on the same day can repeat a number - and an       *
003900* entry dated earlier than the date being followed is left to  *
003910* the chain checks.                                            *
003920*****************************************************************
003930 2600-CHECK-SEQUENCE.
003940     IF NOT VF-CHAIN-STARTED
003950         MOVE VE-TRAN-DATE TO VF-SEQUENCE-DATE
003960         MOVE VE-SEQUENCE-NO TO VF-HIGH-SEQUENCE
003970         GO TO 2600-CHECK-SEQUENCE-EXIT
003980     END-IF
003990     IF VE-TRAN-DATE < VF-SEQUENCE-DATE
004000         GO TO 2600-CHECK-SEQUENCE-EXIT
004010     END-IF
004020     IF VE-TRAN-DATE > VF-SEQUENCE-DATE
004030         MOVE VE-TRAN-DATE TO VF-SEQUENCE-DATE
004040         MOVE ZERO TO VF-HIGH-SEQUENCE
004050     END-IF
004060     IF VE-SEQUENCE-NO > VF-HIGH-SEQUENCE + 1
004070         MOVE 'SEQUENCE GAP - NUMBERS SKIPPED BEFORE THIS ENTRY'
004080             TO VF-PROBLEM-TEXT
004090         PERFORM 2900-WRITE-EXCEPTION
004100     END-IF
004110     IF VE-SEQUENCE-NO > VF-HIGH-SEQUENCE
004120         MOVE VE-SEQUENCE-NO TO VF-HIGH-SEQUENCE
004130     END-IF.
004140
004150 2600-CHECK-SEQUENCE-EXIT.
004160     EXIT.
004170
004180*****************************************************************
004190* 2900-WRITE-EXCEPTION lists the entry in VF-ENTRY with the    *
004200* problem staged in VF-PROBLEM-TEXT.                           *
004210*****************************************************************
004220 2900-WRITE-EXCEPTION.
004230     MOVE VF-SOURCE-FILE TO VF-X-SOURCE-FILE
004240     MOVE VF-FILE-ENTRY-NO TO VF-X-ENTRY-NO
004250     MOVE VE-TRAN-DATE TO VF-X-TRAN-DATE
004260     MOVE VE-SEQUENCE-NO TO VF-X-SEQUENCE-NO
004270     MOVE VE-OPERATION-CODE TO VF-X-OPERATION
004280     MOVE VF-PROBLEM-TEXT TO VF-X-PROBLEM
004290     WRITE VERIFY-REPORT-LINE FROM VF-EXCEPTION-LINE
004300     ADD 1 TO VF-EXCEPTION-COUNT.
004310
004320 2900-WRITE-EXCEPTION-EXIT.
004330     EXIT.
004340
004350*****************************************************************
004360* 3000-VERIFY-TRAIL walks the live trail, which carries the    *
004370* chain on from the last archived entry.                       *
004380*****************************************************************
004390 3000-VERIFY-TRAIL.
004400     MOVE 'AUDITTRL' TO VF-SOURCE-FILE
004410     MOVE ZERO TO VF-FILE-ENTRY-NO
004420     OPEN INPUT AUDIT-TRAIL-FILE
004430     IF NOT AT-FILE-STATUS = '00'
004440         GO TO 3000-VERIFY-TRAIL-EXIT
004450     END-IF
004460     PERFORM 3100-READ-TRAIL-ENTRY THRU
004470         3100-READ-TRAIL-ENTRY-EXIT
004480         UNTIL VF-TRAIL-EOF
004490     CLOSE AUDIT-TRAIL-FILE.
004500
004510 3000-VERIFY-TRAIL-EXIT.
004520     EXIT.
004530
004540*****************************************************************
004550* 3100-READ-TRAIL-ENTRY reads one live entry and checks it.    *
004560*****************************************************************
004570 3100-READ-TRAIL-ENTRY.
004580     READ AUDIT-TRAIL-FILE INTO VF-ENTRY
004590         AT END
004600             SET VF-TRAIL-EOF TO TRUE
004610             GO TO 3100-READ-TRAIL-ENTRY-EXIT
004620     END-READ
004630     PERFORM 2500-VERIFY-ONE-ENTRY THRU
004640         2500-VERIFY-ONE-ENTRY-EXIT.
004650
004660 3100-READ-TRAIL-ENTRY-EXIT.
004670     EXIT.
004680
004690*****************************************************************
004700* 4000-CHECK-ANCHOR-REACHED flags a chain now shorter than the *
004710* one the last good run verified - entries cut off the end.    *
004720*****************************************************************
004730 4000-CHECK-ANCHOR-REACHED.
004740     IF VF-ENTRY-COUNT NOT < VF-ANCHOR-COUNT
004750         GO TO 4000-CHECK-ANCHOR-REACHED-EXIT
004760     END-IF
004770     MOVE VF-ANCHOR-DATE TO VF-M-ANCHOR-DATE
004780     MOVE VF-ANCHOR-COUNT TO VF-M-ANCHOR-COUNT
004790     MOVE VF-ENTRY-COUNT TO VF-M-ENTRY-COUNT
004800     WRITE VERIFY-REPORT-LINE FROM VF-MISSING-LINE
004810     ADD 1 TO VF-EXCEPTION-COUNT.
004820
004830 4000-CHECK-ANCHOR-REACHED-EXIT.
004840     EXIT.
004850
004860*****************************************************************
004870* 5000-WRITE-SUMMARY prints the run's counts.                  *
004880*****************************************************************
004890 5000-WRITE-SUMMARY.
004900     MOVE SPACES TO VERIFY-REPORT-LINE
004910     WRITE VERIFY-REPORT-LINE
004920     MOVE 'ENTRIES READ' TO VF-S-LABEL
004930     MOVE VF-ENTRY-COUNT TO VF-S-COUNT
004940     WRITE VERIFY-REPORT-LINE FROM VF-SUMMARY-LINE
004950     MOVE 'UNCHAINED HISTORY ENTRIES' TO VF-S-LABEL
004960     MOVE VF-UNCHAINED-COUNT TO VF-S-COUNT
004970     WRITE VERIFY-REPORT-LINE FROM VF-SUMMARY-LINE
004980     MOVE 'ENTRIES VERIFIED ON THE CHAIN' TO VF-S-LABEL
004990     MOVE VF-CHAINED-COUNT TO VF-S-COUNT
005000     WRITE VERIFY-REPORT-LINE FROM VF-SUMMARY-LINE
005010     MOVE 'EXCEPTIONS' TO VF-S-LABEL
005020     MOVE VF-EXCEPTION-COUNT TO VF-S-COUNT
005030     WRITE VERIFY-REPORT-LINE FROM VF-SUMMARY-LINE.
005040
005050 5000-WRITE-SUMMARY-EXIT.
005060     EXIT.
005070
005080*****************************************************************
005090* 6000-SAVE-ANCHOR records how far this good run verified, for *
005100* the next run to hold the files to.                           *
005110*****************************************************************
005120 6000-SAVE-ANCHOR.
005130     OPEN OUTPUT VERIFY-CONTROL-FILE
005140     MOVE SPACES TO VERIFY-CONTROL-RECORD
005150     MOVE VF-TODAY TO VC-VERIFIED-DATE
005160     MOVE VF-ENTRY-COUNT TO VC-ENTRY-COUNT
005170     MOVE VF-ENTRY-CHECK-VALUE TO VC-LAST-CHECK-VALUE
005180     WRITE VERIFY-CONTROL-RECORD
005190     CLOSE VERIFY-CONTROL-FILE.
005200
005210 6000-SAVE-ANCHOR-EXIT.
005220     EXIT.
