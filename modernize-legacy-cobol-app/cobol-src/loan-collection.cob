000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOAN-COLLECTION.
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
000140* LOAN-COLLECTION is the daily installment-loan collection     *
000150* job.  It selects every schedule line still due whose due     *
000160* date has arrived by the business date and collects it from   *
000170* the loan's nominated checking account in two postings        *
000180* through OPERATIONS: LOANINT charges the installment's        *
000190* interest part to the loan, then LOANPAY takes the whole      *
000200* installment from the checking account and pays it off the    *
000210* loan, so the loan's balance falls by the principal part.     *
000220* The interest flag on the schedule line stops the interest    *
000230* being charged twice when the payment itself fails.  Updated  *
000240* schedule lines are written to NEW-LOAN-SCHEDULE-FILE for     *
000250* operations to carry forward, the same handoff                *
000260* STANDING-ORDER-RUN uses.  An installment that cannot be      *
000270* collected stays due, is retried on every later run, and is   *
000280* listed on the arrears report with its days past due until    *
000290* it is paid.                                                  *
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMST"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS LN-FILE-STATUS.
000370
000380     SELECT LOAN-SCHEDULE-FILE ASSIGN TO "LOANSCHD"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS LS-FILE-STATUS.
000410
000420     SELECT NEW-LOAN-SCHEDULE-FILE ASSIGN TO "LOANSNEW"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440
000450     SELECT ARREARS-REPORT-FILE ASSIGN TO "LOANARR"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  LOAN-MASTER-FILE.
000510 01  LOAN-MASTER-RECORD.
000520     COPY LOANREC.
000530
000540 FD  LOAN-SCHEDULE-FILE.
000550 01  LOAN-SCHEDULE-RECORD.
000560     COPY LOANSCH.
000570
000580 FD  NEW-LOAN-SCHEDULE-FILE.
000590 01  NEW-LOAN-SCHEDULE-RECORD.
000600     COPY LOANSCH
000610         REPLACING ==LS-ACCOUNT-ID==    BY ==LW-ACCOUNT-ID==
000620             ==LS-INSTALLMENT-NO==  BY ==LW-INSTALLMENT-NO==
000630             ==LS-DUE-DATE==        BY ==LW-DUE-DATE==
000640             ==LS-AMOUNT==          BY ==LW-AMOUNT==
000650             ==LS-INTEREST-PART==   BY ==LW-INTEREST-PART==
000660             ==LS-PRINCIPAL-PART==  BY ==LW-PRINCIPAL-PART==
000670             ==LS-INTEREST-FLAG==   BY ==LW-INTEREST-FLAG==
000680             ==LS-INTEREST-CHARGED==
000690                 BY ==LW-INTEREST-CHARGED==
000700             ==LS-INTEREST-NOT-CHARGED==
000710                 BY ==LW-INTEREST-NOT-CHARGED==
000720             ==LS-STATUS-FLAG==     BY ==LW-STATUS-FLAG==
000730             ==LS-IS-DUE==          BY ==LW-IS-DUE==
000740             ==LS-IS-PAID==         BY ==LW-IS-PAID==
000750             ==LS-PAID-DATE==       BY ==LW-PAID-DATE==.
000760
000770 FD  ARREARS-REPORT-FILE.
000780 01  ARREARS-REPORT-LINE         PIC X(100).
000790
000800 WORKING-STORAGE SECTION.
000810 01  LN-FILE-STATUS              PIC X(02) VALUE '00'.
000820 01  LS-FILE-STATUS              PIC X(02) VALUE '00'.
000830
000840 01  LC-SWITCHES.
000850     05  LC-LOAN-EOF-SW          PIC X(01) VALUE 'N'.
000860         88  LC-LOAN-EOF                  VALUE 'Y'.
000870     05  LC-SCHEDULE-EOF-SW      PIC X(01) VALUE 'N'.
000880         88  LC-SCHEDULE-EOF              VALUE 'Y'.
000890     05  LC-LOAN-FOUND-SW        PIC X(01) VALUE 'N'.
000900         88  LC-LOAN-FOUND                VALUE 'Y'.
000910
000920 01  LC-LOAN-TABLE.
000930     05  LC-LOAN-ENTRY OCCURS 500 TIMES
000940             INDEXED BY LC-LOAN-IDX.
000950         10  LC-T-ACCOUNT-ID     PIC 9(10).
000960         10  LC-T-PAY-ACCOUNT-ID PIC 9(10).
000970 01  LC-LOAN-COUNT               PIC 9(03) VALUE ZERO.
000980
000990 01  LC-TODAY                    PIC 9(08) VALUE ZERO.
001000 01  LC-BD-FUNCTION-CODE         PIC X(05).
001010 01  LC-DP-FUNCTION-CODE         PIC X(05).
001020
001030 01  LC-COUNTERS.
001040     05  LC-COLLECTED-COUNT      PIC 9(06) VALUE ZERO.
001050     05  LC-ARREARS-COUNT        PIC 9(06) VALUE ZERO.
001060
001070 01  LC-TOTALS.
001080     05  LC-TOTAL-COLLECTED      PIC 9(11)V99 VALUE ZERO.
001090     05  LC-TOTAL-INTEREST       PIC 9(11)V99 VALUE ZERO.
001100     05  LC-TOTAL-ARREARS        PIC 9(11)V99 VALUE ZERO.
001110
001120 01  LC-OPERATION-CODE           PIC X(08).
001130 01  LC-AMOUNT                   PIC S9(9)V99.
001140 01  LC-BALANCE                  PIC S9(9)V99.
001150 01  LC-SUPERVISOR-ID            PIC X(08) VALUE SPACES.
001160 01  LC-ACCOUNT-ID               PIC 9(10).
001170 01  LC-TO-ACCOUNT-ID            PIC 9(10).
001180 01  LC-OPERATOR-ID              PIC X(08) VALUE 'LOANCOLL'.
001190 01  LC-RESULT-STATUS            PIC X(03).
001200 01  LC-PAY-ACCOUNT-ID           PIC 9(10) VALUE ZERO.
001210
001220 01  LC-DAY-COUNT                PIC 9(05) VALUE ZERO.
001230 01  LC-WORK-DATE                PIC 9(08).
001240 01  LC-WORK-DATE-R REDEFINES LC-WORK-DATE.
001250     05  LC-WORK-YEAR            PIC 9(04).
001260     05  LC-WORK-MONTH           PIC 9(02).
001270     05  LC-WORK-DAY             PIC 9(02).
001280 01  LC-DAYS-IN-MONTH            PIC 9(02).
001290
001300 01  LC-LEAP-WORK.
001310     05  LC-L-REM-4              PIC 9(04) COMP.
001320     05  LC-L-REM-100            PIC 9(04) COMP.
001330     05  LC-L-REM-400            PIC 9(04) COMP.
001340     05  LC-L-QUOTIENT           PIC 9(04) COMP.
001350
001360 01  LC-REPORT-HEADING.
001370     05  FILLER                  PIC X(11) VALUE 'LOAN       '.
001380     05  FILLER                  PIC X(11) VALUE 'CHECKING   '.
001390     05  FILLER                  PIC X(05) VALUE 'INST '.
001400     05  FILLER                  PIC X(09) VALUE 'DUE DATE '.
001410     05  FILLER                  PIC X(15) VALUE
001420             '    INSTALLMENT'.
001430     05  FILLER                  PIC X(15) VALUE
001440             '       INTEREST'.
001450     05  FILLER                  PIC X(15) VALUE
001460             '      PRINCIPAL'.
001470     05  FILLER                  PIC X(06) VALUE '   DPD'.
001480     05  FILLER                  PIC X(08) VALUE '  RESULT'.
001490
001500 01  LC-REPORT-DETAIL.
001510     05  LC-D-LOAN-ACCOUNT       PIC 9(10).
001520     05  FILLER                  PIC X(01) VALUE SPACE.
001530     05  LC-D-PAY-ACCOUNT        PIC 9(10).
001540     05  FILLER                  PIC X(01) VALUE SPACE.
001550     05  LC-D-INSTALLMENT-NO     PIC ZZ9.
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  LC-D-DUE-DATE           PIC 9(08).
001580     05  FILLER                  PIC X(01) VALUE SPACE.
001590     05  LC-D-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
001600     05  FILLER                  PIC X(01) VALUE SPACE.
001610     05  LC-D-INTEREST           PIC ZZZ,ZZZ,ZZ9.99.
001620     05  FILLER                  PIC X(01) VALUE SPACE.
001630     05  LC-D-PRINCIPAL          PIC ZZZ,ZZZ,ZZ9.99.
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  LC-D-DAYS-PAST-DUE      PIC ZZZZ9.
001660     05  FILLER                  PIC X(01) VALUE SPACE.
001670     05  LC-D-RESULT             PIC X(22).
001680
001690 01  LC-REPORT-TOTAL.
001700     05  LC-T-LABEL              PIC X(26).
001710     05  LC-T-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001720
001730 PROCEDURE DIVISION.
001740 0000-MAIN-CONTROL.
001750     MOVE 'GET  ' TO LC-BD-FUNCTION-CODE
001760     CALL 'BUSDATE-PROGRAM' USING LC-BD-FUNCTION-CODE LC-TODAY
001770     END-CALL
001780
001790     PERFORM 1000-LOAD-LOAN-TABLE THRU 1000-LOAD-LOAN-TABLE-EXIT
001800
001810     OPEN INPUT LOAN-SCHEDULE-FILE
001820     IF NOT LS-FILE-STATUS = '00'
001830         DISPLAY 'LOAN-COLLECTION: no loan schedule file '
001840             '- nothing to collect.'
001850         STOP RUN
001860     END-IF
001870     OPEN OUTPUT NEW-LOAN-SCHEDULE-FILE
001880     OPEN OUTPUT ARREARS-REPORT-FILE
001890     MOVE 'INSTALLMENT LOAN ARREARS REPORT' TO ARREARS-REPORT-LINE
001900     WRITE ARREARS-REPORT-LINE
001910     MOVE '===============================' TO
001920         ARREARS-REPORT-LINE
001930     WRITE ARREARS-REPORT-LINE
001940     MOVE SPACES TO ARREARS-REPORT-LINE
001950     WRITE ARREARS-REPORT-LINE
001960     WRITE ARREARS-REPORT-LINE FROM LC-REPORT-HEADING
001970     MOVE SPACES TO ARREARS-REPORT-LINE
001980     WRITE ARREARS-REPORT-LINE
001990
002000     PERFORM 2000-PROCESS-SCHEDULE-LINE THRU
002010         2000-PROCESS-SCHEDULE-LINE-EXIT
002020         UNTIL LC-SCHEDULE-EOF
002030
002040     MOVE SPACES TO ARREARS-REPORT-LINE
002050     WRITE ARREARS-REPORT-LINE
002060     MOVE 'TOTAL INSTALLMENTS IN ARREARS' TO LC-T-LABEL
002070     MOVE LC-TOTAL-ARREARS TO LC-T-AMOUNT
002080     WRITE ARREARS-REPORT-LINE FROM LC-REPORT-TOTAL
002090     MOVE 'TOTAL COLLECTED TODAY' TO LC-T-LABEL
002100     MOVE LC-TOTAL-COLLECTED TO LC-T-AMOUNT
002110     WRITE ARREARS-REPORT-LINE FROM LC-REPORT-TOTAL
002120     MOVE 'TOTAL INTEREST CHARGED' TO LC-T-LABEL
002130     MOVE LC-TOTAL-INTEREST TO LC-T-AMOUNT
002140     WRITE ARREARS-REPORT-LINE FROM LC-REPORT-TOTAL
002150
002160     CLOSE LOAN-SCHEDULE-FILE
002170     CLOSE NEW-LOAN-SCHEDULE-FILE
002180     CLOSE ARREARS-REPORT-FILE
002190
002200     MOVE 'CLOSE' TO LC-DP-FUNCTION-CODE
002210     CALL 'DATA-PROGRAM' USING LC-DP-FUNCTION-CODE
002220         LC-ACCOUNT-ID LC-BALANCE
002230     END-CALL
002240
002250     DISPLAY 'LOAN-COLLECTION: ' LC-COLLECTED-COUNT
002260         ' installment(s) collected, ' LC-ARREARS-COUNT
002270         ' in arrears.'
002280     STOP RUN.
002290
002300*****************************************************************
002310* 1000-LOAD-LOAN-TABLE reads the loan contracts into memory so  *
002320* each schedule line can find its nominated checking account.  *
002330* A missing file leaves the table empty, and every due line is *
002340* reported in arrears with no checking account.                *
002350*****************************************************************
002360 1000-LOAD-LOAN-TABLE.
002370     OPEN INPUT LOAN-MASTER-FILE
002380     IF NOT LN-FILE-STATUS = '00'
002390         DISPLAY 'LOAN-COLLECTION: no loan master file.'
002400         GO TO 1000-LOAD-LOAN-TABLE-EXIT
002410     END-IF
002420     PERFORM 1010-READ-LOAN-RECORD THRU
002430         1010-READ-LOAN-RECORD-EXIT
002440         UNTIL LC-LOAN-EOF
002450     CLOSE LOAN-MASTER-FILE.
002460
002470 1000-LOAD-LOAN-TABLE-EXIT.
002480     EXIT.
002490
002500*****************************************************************
002510* 1010-READ-LOAN-RECORD reads one loan contract into the next  *
002520* free table slot.                                             *
002530*****************************************************************
002540 1010-READ-LOAN-RECORD.
002550     READ LOAN-MASTER-FILE
002560         AT END
002570             SET LC-LOAN-EOF TO TRUE
002580         NOT AT END
002590             IF LC-LOAN-COUNT >= 500
002600                 DISPLAY 'LOAN-COLLECTION: more than 500 '
002610                     'loan(s) on file - loans beyond 500 are '
002620                     'not collected.'
002630                 SET LC-LOAN-EOF TO TRUE
002640             ELSE
002650                 ADD 1 TO LC-LOAN-COUNT
002660                 SET LC-LOAN-IDX TO LC-LOAN-COUNT
002670                 MOVE LN-ACCOUNT-ID TO
002680                     LC-T-ACCOUNT-ID (LC-LOAN-IDX)
002690                 MOVE LN-PAY-ACCOUNT-ID TO
002700                     LC-T-PAY-ACCOUNT-ID (LC-LOAN-IDX)
002710             END-IF
002720     END-READ.
002730
002740 1010-READ-LOAN-RECORD-EXIT.
002750     EXIT.
002760
002770*****************************************************************
002780* 2000-PROCESS-SCHEDULE-LINE reads one schedule line, collects *
002790* it when it is still due and its due date has arrived, and    *
002800* carries it - updated or not - to the new file.               *
002810*****************************************************************
002820 2000-PROCESS-SCHEDULE-LINE.
002830     READ LOAN-SCHEDULE-FILE
002840         AT END
002850             SET LC-SCHEDULE-EOF TO TRUE
002860             GO TO 2000-PROCESS-SCHEDULE-LINE-EXIT
002870     END-READ
002880
002890     IF LS-IS-DUE AND LS-DUE-DATE <= LC-TODAY
002900         PERFORM 3000-COLLECT-INSTALLMENT THRU
002910             3000-COLLECT-INSTALLMENT-EXIT
002920     END-IF
002930
002940     WRITE NEW-LOAN-SCHEDULE-RECORD FROM LOAN-SCHEDULE-RECORD.
002950
002960 2000-PROCESS-SCHEDULE-LINE-EXIT.
002970     EXIT.
002980
002990*****************************************************************
003000* 3000-COLLECT-INSTALLMENT charges the installment's interest  *
003010* to the loan unless an earlier attempt already did, then      *
003020* takes the installment from the checking account.  Any        *
003030* failure leaves the line due and puts it on the arrears       *
003040* report.                                                      *
003050*****************************************************************
003060 3000-COLLECT-INSTALLMENT.
003070     MOVE LS-ACCOUNT-ID TO LC-D-LOAN-ACCOUNT
003080     MOVE LS-INSTALLMENT-NO TO LC-D-INSTALLMENT-NO
003090     MOVE LS-DUE-DATE TO LC-D-DUE-DATE
003100     MOVE LS-AMOUNT TO LC-D-AMOUNT
003110     MOVE LS-INTEREST-PART TO LC-D-INTEREST
003120     MOVE LS-PRINCIPAL-PART TO LC-D-PRINCIPAL
003130
003140     PERFORM 3100-FIND-PAY-ACCOUNT THRU
003150         3100-FIND-PAY-ACCOUNT-EXIT
003160     MOVE LC-PAY-ACCOUNT-ID TO LC-D-PAY-ACCOUNT
003170     IF NOT LC-LOAN-FOUND
003180         MOVE 'NO LOAN CONTRACT' TO LC-D-RESULT
003190         PERFORM 3200-REPORT-ARREARS THRU
003200             3200-REPORT-ARREARS-EXIT
003210         GO TO 3000-COLLECT-INSTALLMENT-EXIT
003220     END-IF
003230
003240     IF LS-INTEREST-NOT-CHARGED
003250         IF LS-INTEREST-PART > ZERO
003260             MOVE LS-ACCOUNT-ID TO LC-ACCOUNT-ID
003270             MOVE 'LOANINT ' TO LC-OPERATION-CODE
003280             MOVE LS-INTEREST-PART TO LC-AMOUNT
003290             MOVE ZERO TO LC-TO-ACCOUNT-ID
003300             CALL 'OPERATIONS' USING LC-ACCOUNT-ID
003310                 LC-OPERATION-CODE LC-AMOUNT LC-BALANCE
003320                 LC-SUPERVISOR-ID LC-TO-ACCOUNT-ID
003330                 LC-OPERATOR-ID LC-RESULT-STATUS
003340             END-CALL
003350             IF NOT LC-RESULT-STATUS = 'OK '
003360                 MOVE 'INTEREST FAILED - ' TO LC-D-RESULT
003370                 MOVE LC-RESULT-STATUS TO LC-D-RESULT (19:3)
003380                 PERFORM 3200-REPORT-ARREARS THRU
003390                     3200-REPORT-ARREARS-EXIT
003400                 GO TO 3000-COLLECT-INSTALLMENT-EXIT
003410             END-IF
003420             ADD LS-INTEREST-PART TO LC-TOTAL-INTEREST
003430         END-IF
003440         SET LS-INTEREST-CHARGED TO TRUE
003450     END-IF
003460
003470     MOVE LC-PAY-ACCOUNT-ID TO LC-ACCOUNT-ID
003480     MOVE 'LOANPAY ' TO LC-OPERATION-CODE
003490     MOVE LS-AMOUNT TO LC-AMOUNT
003500     MOVE LS-ACCOUNT-ID TO LC-TO-ACCOUNT-ID
003510     CALL 'OPERATIONS' USING LC-ACCOUNT-ID
003520         LC-OPERATION-CODE LC-AMOUNT LC-BALANCE
003530         LC-SUPERVISOR-ID LC-TO-ACCOUNT-ID
003540         LC-OPERATOR-ID LC-RESULT-STATUS
003550     END-CALL
003560     IF NOT LC-RESULT-STATUS = 'OK '
003570         MOVE 'NOT COLLECTED - ' TO LC-D-RESULT
003580         MOVE LC-RESULT-STATUS TO LC-D-RESULT (17:3)
003590         PERFORM 3200-REPORT-ARREARS THRU
003600             3200-REPORT-ARREARS-EXIT
003610         GO TO 3000-COLLECT-INSTALLMENT-EXIT
003620     END-IF
003630
003640     SET LS-IS-PAID TO TRUE
003650     MOVE LC-TODAY TO LS-PAID-DATE
003660     ADD 1 TO LC-COLLECTED-COUNT
003670     ADD LS-AMOUNT TO LC-TOTAL-COLLECTED.
003680
003690 3000-COLLECT-INSTALLMENT-EXIT.
003700     EXIT.
003710
003720*****************************************************************
003730* 3100-FIND-PAY-ACCOUNT looks the schedule line's loan up in   *
003740* the loan table for its nominated checking account.           *
003750*****************************************************************
003760 3100-FIND-PAY-ACCOUNT.
003770     MOVE 'N' TO LC-LOAN-FOUND-SW
003780     MOVE ZERO TO LC-PAY-ACCOUNT-ID
003790     SET LC-LOAN-IDX TO 1
003800     PERFORM 3110-MATCH-LOAN-ENTRY THRU
003810         3110-MATCH-LOAN-ENTRY-EXIT
003820         UNTIL LC-LOAN-IDX > LC-LOAN-COUNT
003830             OR LC-LOAN-FOUND
003840     IF LC-LOAN-FOUND
003850         MOVE LC-T-PAY-ACCOUNT-ID (LC-LOAN-IDX) TO
003860             LC-PAY-ACCOUNT-ID
003870     END-IF.
003880
003890 3100-FIND-PAY-ACCOUNT-EXIT.
003900     EXIT.
003910
003920*****************************************************************
003930* 3110-MATCH-LOAN-ENTRY compares one loan table entry against  *
003940* the schedule line's loan account.                            *
003950*****************************************************************
003960 3110-MATCH-LOAN-ENTRY.
003970     IF LC-T-ACCOUNT-ID (LC-LOAN-IDX) = LS-ACCOUNT-ID
003980         MOVE 'Y' TO LC-LOAN-FOUND-SW
003990     ELSE
004000         SET LC-LOAN-IDX UP BY 1
004010     END-IF.
004020
004030 3110-MATCH-LOAN-ENTRY-EXIT.
004040     EXIT.
004050
004060*****************************************************************
004070* 3200-REPORT-ARREARS counts the days from the due date to the *
004080* business date and lists the installment on the arrears       *
004090* report.                                                      *
004100*****************************************************************
004110 3200-REPORT-ARREARS.
004120     MOVE LS-DUE-DATE TO LC-WORK-DATE
004130     MOVE ZERO TO LC-DAY-COUNT
004140     PERFORM 4000-ADD-ONE-DAY THRU 4000-ADD-ONE-DAY-EXIT
004150         UNTIL LC-WORK-DATE >= LC-TODAY
004160     MOVE LC-DAY-COUNT TO LC-D-DAYS-PAST-DUE
004170     ADD 1 TO LC-ARREARS-COUNT
004180     ADD LS-AMOUNT TO LC-TOTAL-ARREARS
004190     WRITE ARREARS-REPORT-LINE FROM LC-REPORT-DETAIL.
004200
004210 3200-REPORT-ARREARS-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250* 4000-ADD-ONE-DAY rolls the work date forward one calendar    *
004260* day, carrying into the month and year as needed, and counts  *
004270* the day.                                                     *
004280*****************************************************************
004290 4000-ADD-ONE-DAY.
004300     PERFORM 4100-SET-DAYS-IN-MONTH
004310     IF LC-WORK-DAY < LC-DAYS-IN-MONTH
004320         ADD 1 TO LC-WORK-DAY
004330     ELSE
004340         MOVE 1 TO LC-WORK-DAY
004350         IF LC-WORK-MONTH < 12
004360             ADD 1 TO LC-WORK-MONTH
004370         ELSE
004380             MOVE 1 TO LC-WORK-MONTH
004390             ADD 1 TO LC-WORK-YEAR
004400         END-IF
004410     END-IF
004420     ADD 1 TO LC-DAY-COUNT.
004430
004440 4000-ADD-ONE-DAY-EXIT.
004450     EXIT.
004460
004470*****************************************************************
004480* 4100-SET-DAYS-IN-MONTH sets the length of the work date's    *
004490* month, allowing for leap-year February.                      *
004500*****************************************************************
004510 4100-SET-DAYS-IN-MONTH.
004520     EVALUATE LC-WORK-MONTH
004530         WHEN 01
004540         WHEN 03
004550         WHEN 05
004560         WHEN 07
004570         WHEN 08
004580         WHEN 10
004590         WHEN 12
004600             MOVE 31 TO LC-DAYS-IN-MONTH
004610         WHEN 04
004620         WHEN 06
004630         WHEN 09
004640         WHEN 11
004650             MOVE 30 TO LC-DAYS-IN-MONTH
004660         WHEN 02
004670             DIVIDE LC-WORK-YEAR BY 4 GIVING LC-L-QUOTIENT
004680                 REMAINDER LC-L-REM-4
004690             DIVIDE LC-WORK-YEAR BY 100 GIVING LC-L-QUOTIENT
004700                 REMAINDER LC-L-REM-100
004710             DIVIDE LC-WORK-YEAR BY 400 GIVING LC-L-QUOTIENT
004720                 REMAINDER LC-L-REM-400
004730             IF LC-L-REM-4 = ZERO AND
004740                     (LC-L-REM-100 NOT = ZERO
004750                         OR LC-L-REM-400 = ZERO)
004760                 MOVE 29 TO LC-DAYS-IN-MONTH
004770             ELSE
004780                 MOVE 28 TO LC-DAYS-IN-MONTH
004790             END-IF
004800     END-EVALUATE.
004810
004820 4100-SET-DAYS-IN-MONTH-EXIT.
004830     EXIT.
