000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MATURITY-RUN.
000030 AUTHOR. DATA PROCESSING DEPT.
000040 INSTALLATION. FIRST COMMERCIAL BANK.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 10/15/2026  RLM  Original version.                           *
000101* 10/15/2026  RLM  Interest credited at maturity is subject to *
000102*                  backup withholding: a flagged customer has  *
000103*                  the term-deposit withholding rate off       *
000104*                  BANKPARM taken back off as TAXWH, as        *
000105*                  INTEREST-ACCRUAL does for monthly interest. *
000110*****************************************************************
000120*
000130*****************************************************************
000140* MATURITY-RUN is the daily term-deposit maturity job.  It     *
000150* selects every running contract whose maturity date has       *
000160* arrived by the business date and posts its interest - the    *
000170* principal at the contracted annual rate, simple interest on  *
000180* an actual/365 day count from the start date to the maturity  *
000190* date - to the deposit through OPERATIONS' INTEREST.  A       *
000200* pay-out contract then has the whole deposit moved to its     *
000210* settlement account by OPERATIONS' MATURITY and is marked     *
000220* matured; a roll-over contract starts a new term of the same  *
000230* number of months at the same rate with the interest added to *
000240* the principal.  Updated contracts are written to             *
000250* NEW-TERM-DEPOSIT-FILE for operations to carry forward, the   *
000260* same handoff STANDING-ORDER-RUN uses.  A contract that fails *
000270* to settle keeps its maturity date and is retried tomorrow;   *
000280* its interest-to date stops the interest being paid twice.    *
000290* Every contract acted on is listed on the maturity notice     *
000300* register.                                                    *
000301* Interest paid to a customer flagged for backup withholding   *
000302* on the customer master has the statutory percentage - the    *
000303* term-deposit rate on BANKPARM - taken back off the deposit   *
000304* as a TAXWH posting before it settles or rolls over.  The job *
000305* will not run without the customer master.                    *
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS TM-FILE-STATUS.
000380
000390     SELECT NEW-TERM-DEPOSIT-FILE ASSIGN TO "TERMNEW"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410
000420     SELECT MATURITY-REPORT-FILE ASSIGN TO "MATRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440
000441     SELECT PARAMETER-FILE ASSIGN TO "BANKPARM"
000442         ORGANIZATION IS LINE SEQUENTIAL
000443         FILE STATUS IS MR-PARAMETER-FILE-STATUS.
000444
000445     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000446         ORGANIZATION IS INDEXED
000447         ACCESS MODE IS DYNAMIC
000448         RECORD KEY IS CM-ACCOUNT-ID
000449         FILE STATUS IS CM-FILE-STATUS.
000450
000451 DATA DIVISION.
000460 FILE SECTION.
000470 FD  TERM-DEPOSIT-FILE.
000480 01  TERM-DEPOSIT-RECORD.
000490     COPY TERMREC.
000500
000510 FD  NEW-TERM-DEPOSIT-FILE.
000520 01  NEW-TERM-DEPOSIT-RECORD.
000530     COPY TERMREC
000540         REPLACING ==TM-ACCOUNT-ID==    BY ==TN-ACCOUNT-ID==
000550             ==TM-PRINCIPAL==         BY ==TN-PRINCIPAL==
000560             ==TM-ANNUAL-RATE==       BY ==TN-ANNUAL-RATE==
000570             ==TM-START-DATE==        BY ==TN-START-DATE==
000580             ==TM-MATURITY-DATE==     BY ==TN-MATURITY-DATE==
000590             ==TM-TERM-MONTHS==       BY ==TN-TERM-MONTHS==
000600             ==TM-SETTLE-ACCOUNT-ID== BY ==TN-SETTLE-ACCOUNT-ID==
000610             ==TM-MATURITY-INSTR==    BY ==TN-MATURITY-INSTR==
000620             ==TM-PAY-OUT==           BY ==TN-PAY-OUT==
000630             ==TM-ROLL-OVER==         BY ==TN-ROLL-OVER==
000640             ==TM-STATUS-FLAG==       BY ==TN-STATUS-FLAG==
000650             ==TM-IS-RUNNING==        BY ==TN-IS-RUNNING==
000660             ==TM-IS-MATURED==        BY ==TN-IS-MATURED==
000670             ==TM-IS-BROKEN==         BY ==TN-IS-BROKEN==
000680             ==TM-INTEREST-TO-DATE==  BY ==TN-INTEREST-TO-DATE==
000690             ==TM-CLOSED-DATE==       BY ==TN-CLOSED-DATE==.
000700
000710 FD  MATURITY-REPORT-FILE.
000720 01  MATURITY-REPORT-LINE        PIC X(100).
000730
000731 FD  PARAMETER-FILE.
000732 01  PARAMETER-FILE-RECORD.
000733     COPY PARMREC.
000734
000735 FD  CUSTOMER-MASTER-FILE.
000736 01  CUSTOMER-MASTER-RECORD.
000737     COPY CUSTREC.
000738
000740 WORKING-STORAGE SECTION.
000750 01  TM-FILE-STATUS              PIC X(02) VALUE '00'.
000753 01  MR-PARAMETER-FILE-STATUS    PIC X(02) VALUE '00'.
000756 01  CM-FILE-STATUS              PIC X(02) VALUE '00'.
000760
000770 01  MR-SWITCHES.
000780     05  MR-TERM-EOF-SW          PIC X(01) VALUE 'N'.
000790         88  MR-TERM-EOF                  VALUE 'Y'.
000793     05  MR-PARM-EOF-SW          PIC X(01) VALUE 'N'.
000796         88  MR-PARM-EOF                  VALUE 'Y'.
000800
000810 01  MR-TODAY                    PIC 9(08) VALUE ZERO.
000820 01  MR-BD-FUNCTION-CODE         PIC X(05).
000830 01  MR-DP-FUNCTION-CODE         PIC X(05).
000840 01  MR-DP-STATUS-CODE           PIC X(03).
000850
000860 01  MR-COUNTERS.
000870     05  MR-PAID-COUNT           PIC 9(06) VALUE ZERO.
000880     05  MR-ROLLED-COUNT         PIC 9(06) VALUE ZERO.
000890     05  MR-FAILED-COUNT         PIC 9(06) VALUE ZERO.
000895     05  MR-WITHHELD-COUNT       PIC 9(06) VALUE ZERO.
000900
000910 01  MR-TOTALS.
000920     05  MR-TOTAL-INTEREST       PIC 9(11)V99 VALUE ZERO.
000930     05  MR-TOTAL-PAID           PIC 9(11)V99 VALUE ZERO.
000932     05  MR-TOTAL-WITHHELD       PIC 9(11)V99 VALUE ZERO.
000934
000936 01  MR-DEFAULT-WITHHOLD-RATE    PIC 9V9(4) VALUE 0.2400.
000938 01  MR-WITHHOLD-RATE            PIC 9V9(4) VALUE 0.2400.
000940
000950 01  MR-OPERATION-CODE           PIC X(08).
000960 01  MR-AMOUNT                   PIC S9(9)V99.
000970 01  MR-BALANCE                  PIC S9(9)V99.
000980 01  MR-SUPERVISOR-ID            PIC X(08) VALUE SPACES.
000990 01  MR-ACCOUNT-ID               PIC 9(10).
001000 01  MR-TO-ACCOUNT-ID            PIC 9(10).
001010 01  MR-OPERATOR-ID              PIC X(08) VALUE 'TDMATURE'.
001020 01  MR-RESULT-STATUS            PIC X(03).
001030
001040 01  MR-OD-LIMIT                 PIC 9(9)V99.
001050 01  MR-OVERDRAWN-FLAG           PIC X(01).
001060 01  MR-STATUS-FLAG              PIC X(01).
001070 01  MR-ACCOUNT-TYPE             PIC X(01).
001080
001090 01  MR-INTEREST                 PIC 9(9)V99 VALUE ZERO.
001100 01  MR-DAY-COUNT                PIC 9(05) VALUE ZERO.
001110 01  MR-MONTH-COUNT              PIC 9(03) VALUE ZERO.
001120
001130 01  MR-WORK-DATE                PIC 9(08).
001140 01  MR-WORK-DATE-R REDEFINES MR-WORK-DATE.
001150     05  MR-WORK-YEAR            PIC 9(04).
001160     05  MR-WORK-MONTH           PIC 9(02).
001170     05  MR-WORK-DAY             PIC 9(02).
001180 01  MR-DAYS-IN-MONTH            PIC 9(02).
001190
001200 01  MR-LEAP-WORK.
001210     05  MR-L-REM-4              PIC 9(04) COMP.
001220     05  MR-L-REM-100            PIC 9(04) COMP.
001230     05  MR-L-REM-400            PIC 9(04) COMP.
001240     05  MR-L-QUOTIENT           PIC 9(04) COMP.
001250
001260 01  MR-REPORT-HEADING.
001270     05  FILLER                  PIC X(11) VALUE 'ACCOUNT    '.
001280     05  FILLER                  PIC X(15) VALUE
001290             '      PRINCIPAL'.
001300     05  FILLER                  PIC X(07) VALUE '   RATE'.
001310     05  FILLER                  PIC X(09) VALUE ' MATURITY'.
001320     05  FILLER                  PIC X(06) VALUE '  DAYS'.
001330     05  FILLER                  PIC X(15) VALUE
001340             '       INTEREST'.
001350     05  FILLER                  PIC X(11) VALUE ' SETTLE TO '.
001360     05  FILLER                  PIC X(07) VALUE ' ACTION'.
001370
001380 01  MR-REPORT-DETAIL.
001390     05  MR-D-ACCOUNT            PIC 9(10).
001400     05  FILLER                  PIC X(01) VALUE SPACE.
001410     05  MR-D-PRINCIPAL          PIC ZZZ,ZZZ,ZZ9.99.
001420     05  FILLER                  PIC X(01) VALUE SPACE.
001430     05  MR-D-RATE               PIC 9.9999.
001440     05  FILLER                  PIC X(01) VALUE SPACE.
001450     05  MR-D-MATURITY-DATE      PIC 9(08).
001460     05  FILLER                  PIC X(01) VALUE SPACE.
001470     05  MR-D-DAYS               PIC ZZZZ9.
001480     05  FILLER                  PIC X(01) VALUE SPACE.
001490     05  MR-D-INTEREST           PIC ZZZ,ZZZ,ZZ9.99.
001500     05  FILLER                  PIC X(01) VALUE SPACE.
001510     05  MR-D-SETTLE-ACCOUNT     PIC 9(10).
001520     05  FILLER                  PIC X(01) VALUE SPACE.
001530     05  MR-D-ACTION             PIC X(24).
001540
001550 01  MR-REPORT-TOTAL.
001560     05  MR-T-LABEL              PIC X(26).
001570     05  MR-T-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001580
001590 PROCEDURE DIVISION.
001600 0000-MAIN-CONTROL.
001610     MOVE 'GET  ' TO MR-BD-FUNCTION-CODE
001620     CALL 'BUSDATE-PROGRAM' USING MR-BD-FUNCTION-CODE MR-TODAY
001630     END-CALL
001640
001650     OPEN INPUT TERM-DEPOSIT-FILE
001660     IF NOT TM-FILE-STATUS = '00'
001670         DISPLAY 'MATURITY-RUN: no term-deposit file '
001680             '- nothing to mature.'
001690         STOP RUN
001700     END-IF
001701     PERFORM 1000-LOAD-WITHHOLD-RATE THRU
001702         1000-LOAD-WITHHOLD-RATE-EXIT
001703     OPEN INPUT CUSTOMER-MASTER-FILE
001704     IF NOT CM-FILE-STATUS = '00'
001705         DISPLAY 'MATURITY-RUN: CUSTMST failed to open - '
001706             'status ' CM-FILE-STATUS '. Backup withholding '
001707             'cannot be checked, so nothing is matured.'
001708         CLOSE TERM-DEPOSIT-FILE
001709         STOP RUN
001710     END-IF
001711     OPEN OUTPUT NEW-TERM-DEPOSIT-FILE
001720     OPEN OUTPUT MATURITY-REPORT-FILE
001730     MOVE 'TERM DEPOSIT MATURITY NOTICE REGISTER'
001740         TO MATURITY-REPORT-LINE
001750     WRITE MATURITY-REPORT-LINE
001760     MOVE '=====================================' TO
001770         MATURITY-REPORT-LINE
001780     WRITE MATURITY-REPORT-LINE
001790     MOVE SPACES TO MATURITY-REPORT-LINE
001800     WRITE MATURITY-REPORT-LINE
001810     WRITE MATURITY-REPORT-LINE FROM MR-REPORT-HEADING
001820     MOVE SPACES TO MATURITY-REPORT-LINE
001830     WRITE MATURITY-REPORT-LINE
001840
001850     PERFORM 2000-PROCESS-CONTRACT THRU
001860         2000-PROCESS-CONTRACT-EXIT
001870         UNTIL MR-TERM-EOF
001880
001890     MOVE SPACES TO MATURITY-REPORT-LINE
001900     WRITE MATURITY-REPORT-LINE
001910     MOVE 'TOTAL INTEREST POSTED' TO MR-T-LABEL
001920     MOVE MR-TOTAL-INTEREST TO MR-T-AMOUNT
001930     WRITE MATURITY-REPORT-LINE FROM MR-REPORT-TOTAL
001940     MOVE 'TOTAL PAID TO SETTLEMENT' TO MR-T-LABEL
001950     MOVE MR-TOTAL-PAID TO MR-T-AMOUNT
001960     WRITE MATURITY-REPORT-LINE FROM MR-REPORT-TOTAL
001962     MOVE 'TOTAL TAX WITHHELD' TO MR-T-LABEL
001964     MOVE MR-TOTAL-WITHHELD TO MR-T-AMOUNT
001966     WRITE MATURITY-REPORT-LINE FROM MR-REPORT-TOTAL
001970
001980     CLOSE TERM-DEPOSIT-FILE
001985     CLOSE CUSTOMER-MASTER-FILE
001990     CLOSE NEW-TERM-DEPOSIT-FILE
002000     CLOSE MATURITY-REPORT-FILE
002010
002020     MOVE 'CLOSE' TO MR-DP-FUNCTION-CODE
002030     CALL 'DATA-PROGRAM' USING MR-DP-FUNCTION-CODE
002040         MR-ACCOUNT-ID MR-BALANCE
002050     END-CALL
002060
002070     DISPLAY 'MATURITY-RUN: ' MR-PAID-COUNT ' paid out, '
002080         MR-ROLLED-COUNT ' rolled over, ' MR-FAILED-COUNT
002090         ' failed, ' MR-WITHHELD-COUNT ' withheld from.'
002100     STOP RUN.
002110
002111*****************************************************************
002112* 1000-LOAD-WITHHOLD-RATE takes the backup-withholding rate    *
002113* off the term-deposit record of the bank parameter file.  A   *
002114* missing file or rate leaves the statutory default in force.  *
002115*****************************************************************
002116 1000-LOAD-WITHHOLD-RATE.
002117     MOVE MR-DEFAULT-WITHHOLD-RATE TO MR-WITHHOLD-RATE
002118     OPEN INPUT PARAMETER-FILE
002119     IF MR-PARAMETER-FILE-STATUS = '00'
002120         PERFORM 1100-READ-PARAMETER-RECORD THRU
002121             1100-READ-PARAMETER-RECORD-EXIT
002122             UNTIL MR-PARM-EOF
002123         CLOSE PARAMETER-FILE
002124     ELSE
002125         DISPLAY 'MATURITY-RUN: BANKPARM not available - '
002126             'using the default backup-withholding rate.'
002127     END-IF.
002128
002129 1000-LOAD-WITHHOLD-RATE-EXIT.
002130     EXIT.
002131
002132*****************************************************************
002133* 1100-READ-PARAMETER-RECORD reads one bank parameter record   *
002134* and keeps the term-deposit record's withholding rate.        *
002135*****************************************************************
002136 1100-READ-PARAMETER-RECORD.
002137     READ PARAMETER-FILE
002138         AT END
002139             SET MR-PARM-EOF TO TRUE
002140         NOT AT END
002141             IF PM-ACCOUNT-TYPE = 'T'
002142                     AND PM-WITHHOLDING-RATE NUMERIC
002143                 MOVE PM-WITHHOLDING-RATE TO MR-WITHHOLD-RATE
002144             END-IF
002145     END-READ.
002146
002147 1100-READ-PARAMETER-RECORD-EXIT.
002148     EXIT.
002149
002150*****************************************************************
002151* 2000-PROCESS-CONTRACT reads one contract, matures it when it *
002152* is running and its maturity date has arrived, and carries it *
002153* - updated or not - to the new file.                          *
002160*****************************************************************
002170 2000-PROCESS-CONTRACT.
002180     READ TERM-DEPOSIT-FILE
002190         AT END
002200             SET MR-TERM-EOF TO TRUE
002210             GO TO 2000-PROCESS-CONTRACT-EXIT
002220     END-READ
002230
002240     IF TM-IS-RUNNING AND TM-MATURITY-DATE <= MR-TODAY
002250         PERFORM 3000-MATURE-CONTRACT THRU
002260             3000-MATURE-CONTRACT-EXIT
002270     END-IF
002280
002290     WRITE NEW-TERM-DEPOSIT-RECORD FROM TERM-DEPOSIT-RECORD.
002300
002310 2000-PROCESS-CONTRACT-EXIT.
002320     EXIT.
002330
002340*****************************************************************
002350* 3000-MATURE-CONTRACT works out the term's interest, posts it *
002360* unless an earlier attempt already did, and then settles or   *
002370* rolls the deposit over by its instruction.  Any failure      *
002380* leaves the contract running so it is retried tomorrow, and   *
002390* is reported.                                                 *
002400*****************************************************************
002410 3000-MATURE-CONTRACT.
002420     MOVE TM-ACCOUNT-ID TO MR-ACCOUNT-ID
002430     MOVE TM-ACCOUNT-ID TO MR-D-ACCOUNT
002440     MOVE TM-PRINCIPAL TO MR-D-PRINCIPAL
002450     MOVE TM-ANNUAL-RATE TO MR-D-RATE
002460     MOVE TM-MATURITY-DATE TO MR-D-MATURITY-DATE
002470     MOVE TM-SETTLE-ACCOUNT-ID TO MR-D-SETTLE-ACCOUNT
002480
002490     MOVE TM-START-DATE TO MR-WORK-DATE
002500     MOVE ZERO TO MR-DAY-COUNT
002510     PERFORM 4100-ADD-ONE-DAY THRU 4100-ADD-ONE-DAY-EXIT
002520         UNTIL MR-WORK-DATE >= TM-MATURITY-DATE
002530     COMPUTE MR-INTEREST ROUNDED =
002540         TM-PRINCIPAL * TM-ANNUAL-RATE * MR-DAY-COUNT / 365
002550     MOVE MR-DAY-COUNT TO MR-D-DAYS
002560     MOVE MR-INTEREST TO MR-D-INTEREST
002570
002580     IF TM-INTEREST-TO-DATE NOT = TM-MATURITY-DATE
002590         IF MR-INTEREST > ZERO
002600             MOVE 'INTEREST' TO MR-OPERATION-CODE
002610             MOVE MR-INTEREST TO MR-AMOUNT
002620             MOVE ZERO TO MR-TO-ACCOUNT-ID
002630             CALL 'OPERATIONS' USING MR-ACCOUNT-ID
002640                 MR-OPERATION-CODE MR-AMOUNT MR-BALANCE
002650                 MR-SUPERVISOR-ID MR-TO-ACCOUNT-ID
002660                 MR-OPERATOR-ID MR-RESULT-STATUS
002670             END-CALL
002680             IF NOT MR-RESULT-STATUS = 'OK '
002690                 MOVE 'INTEREST FAILED - ' TO MR-D-ACTION
002700                 MOVE MR-RESULT-STATUS TO MR-D-ACTION (19:3)
002710                 ADD 1 TO MR-FAILED-COUNT
002720                 WRITE MATURITY-REPORT-LINE FROM MR-REPORT-DETAIL
002730                 GO TO 3000-MATURE-CONTRACT-EXIT
002740             END-IF
002750             ADD MR-INTEREST TO MR-TOTAL-INTEREST
002753             PERFORM 3300-WITHHOLD-TAX THRU
002756                 3300-WITHHOLD-TAX-EXIT
002760         END-IF
002770         MOVE TM-MATURITY-DATE TO TM-INTEREST-TO-DATE
002780     END-IF
002790
002800     MOVE 'READ ' TO MR-DP-FUNCTION-CODE
002810     CALL 'DATA-PROGRAM' USING MR-DP-FUNCTION-CODE MR-ACCOUNT-ID
002820         MR-BALANCE MR-DP-STATUS-CODE MR-OD-LIMIT
002830         MR-OVERDRAWN-FLAG MR-STATUS-FLAG MR-ACCOUNT-TYPE
002840     END-CALL
002850     IF NOT MR-DP-STATUS-CODE = 'OK '
002860         MOVE 'FAILED - NO ACCOUNT' TO MR-D-ACTION
002870         ADD 1 TO MR-FAILED-COUNT
002880         WRITE MATURITY-REPORT-LINE FROM MR-REPORT-DETAIL
002890         GO TO 3000-MATURE-CONTRACT-EXIT
002900     END-IF
002910
002920     IF TM-ROLL-OVER
002930         PERFORM 3100-ROLL-OVER-CONTRACT THRU
002940             3100-ROLL-OVER-CONTRACT-EXIT
002950     ELSE
002960         PERFORM 3200-PAY-OUT-CONTRACT THRU
002970             3200-PAY-OUT-CONTRACT-EXIT
002980     END-IF
002990     WRITE MATURITY-REPORT-LINE FROM MR-REPORT-DETAIL.
003000
003010 3000-MATURE-CONTRACT-EXIT.
003020     EXIT.
003030
003040*****************************************************************
003050* 3100-ROLL-OVER-CONTRACT starts a new term on the maturity    *
003060* date: the deposit's balance, interest included, becomes the  *
003070* new principal, and the new maturity date is the same number  *
003080* of months on, with the day clamped to the month's length.    *
003090*****************************************************************
003100 3100-ROLL-OVER-CONTRACT.
003110     MOVE MR-BALANCE TO TM-PRINCIPAL
003120     MOVE TM-MATURITY-DATE TO TM-START-DATE
003130     MOVE TM-MATURITY-DATE TO MR-WORK-DATE
003140     MOVE ZERO TO MR-MONTH-COUNT
003150     PERFORM 4000-ADD-ONE-MONTH THRU 4000-ADD-ONE-MONTH-EXIT
003160         UNTIL MR-MONTH-COUNT = TM-TERM-MONTHS
003170     PERFORM 4200-SET-DAYS-IN-MONTH
003180     IF MR-WORK-DAY > MR-DAYS-IN-MONTH
003190         MOVE MR-DAYS-IN-MONTH TO MR-WORK-DAY
003200     END-IF
003210     MOVE MR-WORK-DATE TO TM-MATURITY-DATE
003220     ADD 1 TO MR-ROLLED-COUNT
003230     MOVE 'ROLLED OVER TO ' TO MR-D-ACTION
003240     MOVE TM-MATURITY-DATE TO MR-D-ACTION (16:8).
003250
003260 3100-ROLL-OVER-CONTRACT-EXIT.
003270     EXIT.
003280
003290*****************************************************************
003300* 3200-PAY-OUT-CONTRACT moves the whole deposit to the         *
003310* settlement account through OPERATIONS' MATURITY and marks    *
003320* the contract matured.  The emptied deposit stays open at a   *
003330* zero balance for ACCOUNT-CLOSE.                              *
003340*****************************************************************
003350 3200-PAY-OUT-CONTRACT.
003360     IF MR-BALANCE NOT > ZERO
003370         SET TM-IS-MATURED TO TRUE
003380         MOVE MR-TODAY TO TM-CLOSED-DATE
003390         ADD 1 TO MR-PAID-COUNT
003400         MOVE 'MATURED - NOTHING TO PAY' TO MR-D-ACTION
003410         GO TO 3200-PAY-OUT-CONTRACT-EXIT
003420     END-IF
003430     MOVE 'MATURITY' TO MR-OPERATION-CODE
003440     MOVE MR-BALANCE TO MR-AMOUNT
003450     MOVE TM-SETTLE-ACCOUNT-ID TO MR-TO-ACCOUNT-ID
003460     CALL 'OPERATIONS' USING MR-ACCOUNT-ID
003470         MR-OPERATION-CODE MR-AMOUNT MR-BALANCE
003480         MR-SUPERVISOR-ID MR-TO-ACCOUNT-ID MR-OPERATOR-ID
003490         MR-RESULT-STATUS
003500     END-CALL
003510     IF MR-RESULT-STATUS = 'OK '
003520         SET TM-IS-MATURED TO TRUE
003530         MOVE MR-TODAY TO TM-CLOSED-DATE
003540         ADD 1 TO MR-PAID-COUNT
003550         ADD MR-AMOUNT TO MR-TOTAL-PAID
003560         MOVE 'PAID OUT' TO MR-D-ACTION
003570     ELSE
003580         ADD 1 TO MR-FAILED-COUNT
003590         MOVE 'PAYOUT FAILED - ' TO MR-D-ACTION
003600         MOVE MR-RESULT-STATUS TO MR-D-ACTION (17:3)
003610     END-IF.
003620
003630 3200-PAY-OUT-CONTRACT-EXIT.
003640     EXIT.
003650
003651*****************************************************************
003652* 3300-WITHHOLD-TAX looks the deposit up on the customer       *
003653* master and, when its customer is flagged for backup          *
003654* withholding, takes the statutory percentage of the interest  *
003655* just credited back off the deposit as a TAXWH posting.  A    *
003656* deposit missing from the customer master is not withheld     *
003657* from and is reported; a withholding that fails to post is    *
003658* left to be posted by hand and does not hold up the maturity. *
003659*****************************************************************
003660 3300-WITHHOLD-TAX.
003661     MOVE MR-ACCOUNT-ID TO CM-ACCOUNT-ID
003662     READ CUSTOMER-MASTER-FILE
003663         INVALID KEY
003664             DISPLAY 'MATURITY-RUN: account ' MR-ACCOUNT-ID
003665                 ' is not on the customer master - backup '
003666                 'withholding not checked.'
003667             GO TO 3300-WITHHOLD-TAX-EXIT
003668     END-READ
003669     IF NOT CM-BACKUP-WITHHOLDING
003670         GO TO 3300-WITHHOLD-TAX-EXIT
003671     END-IF
003672     COMPUTE MR-AMOUNT ROUNDED = MR-INTEREST * MR-WITHHOLD-RATE
003673     IF MR-AMOUNT NOT > ZERO
003674         GO TO 3300-WITHHOLD-TAX-EXIT
003675     END-IF
003676     MOVE 'TAXWH   ' TO MR-OPERATION-CODE
003677     MOVE ZERO TO MR-TO-ACCOUNT-ID
003678     CALL 'OPERATIONS' USING MR-ACCOUNT-ID
003679         MR-OPERATION-CODE MR-AMOUNT MR-BALANCE
003680         MR-SUPERVISOR-ID MR-TO-ACCOUNT-ID
003681         MR-OPERATOR-ID MR-RESULT-STATUS
003682     END-CALL
003683     IF MR-RESULT-STATUS = 'OK '
003684         ADD 1 TO MR-WITHHELD-COUNT
003685         ADD MR-AMOUNT TO MR-TOTAL-WITHHELD
003686     ELSE
003687         DISPLAY 'MATURITY-RUN: *** backup withholding of '
003688             MR-AMOUNT ' NOT posted to account '
003689             MR-ACCOUNT-ID ' - result ' MR-RESULT-STATUS
003690             '. Post it by hand. ***'
003691     END-IF.
003692
003693 3300-WITHHOLD-TAX-EXIT.
003694     EXIT.
003695
003696*****************************************************************
003697* 4000-ADD-ONE-MONTH steps the work date forward one calendar  *
003698* month, leaving the day of the month to be clamped after the  *
003699* last step.                                                   *
003700*****************************************************************
003710 4000-ADD-ONE-MONTH.
003720     IF MR-WORK-MONTH < 12
003730         ADD 1 TO MR-WORK-MONTH
003740     ELSE
003750         MOVE 1 TO MR-WORK-MONTH
003760         ADD 1 TO MR-WORK-YEAR
003770     END-IF
003780     ADD 1 TO MR-MONTH-COUNT.
003790
003800 4000-ADD-ONE-MONTH-EXIT.
003810     EXIT.
003820
003830*****************************************************************
003840* 4100-ADD-ONE-DAY rolls the work date forward one calendar    *
003850* day, carrying into the month and year as needed, and counts  *
003860* the day.                                                     *
003870*****************************************************************
003880 4100-ADD-ONE-DAY.
003890     PERFORM 4200-SET-DAYS-IN-MONTH
003900     IF MR-WORK-DAY < MR-DAYS-IN-MONTH
003910         ADD 1 TO MR-WORK-DAY
003920     ELSE
003930         MOVE 1 TO MR-WORK-DAY
003940         IF MR-WORK-MONTH < 12
003950             ADD 1 TO MR-WORK-MONTH
003960         ELSE
003970             MOVE 1 TO MR-WORK-MONTH
003980             ADD 1 TO MR-WORK-YEAR
003990         END-IF
004000     END-IF
004010     ADD 1 TO MR-DAY-COUNT.
004020
004030 4100-ADD-ONE-DAY-EXIT.
004040     EXIT.
004050
004060*****************************************************************
004070* 4200-SET-DAYS-IN-MONTH sets the length of the work date's    *
004080* month, allowing for leap-year February.                      *
004090*****************************************************************
004100 4200-SET-DAYS-IN-MONTH.
004110     EVALUATE MR-WORK-MONTH
004120         WHEN 01
004130         WHEN 03
004140         WHEN 05
004150         WHEN 07
004160         WHEN 08
004170         WHEN 10
004180         WHEN 12
004190             MOVE 31 TO MR-DAYS-IN-MONTH
004200         WHEN 04
004210         WHEN 06
004220         WHEN 09
004230         WHEN 11
004240             MOVE 30 TO MR-DAYS-IN-MONTH
004250         WHEN 02
004260             DIVIDE MR-WORK-YEAR BY 4 GIVING MR-L-QUOTIENT
004270                 REMAINDER MR-L-REM-4
004280             DIVIDE MR-WORK-YEAR BY 100 GIVING MR-L-QUOTIENT
004290                 REMAINDER MR-L-REM-100
004300             DIVIDE MR-WORK-YEAR BY 400 GIVING MR-L-QUOTIENT
004310                 REMAINDER MR-L-REM-400
004320             IF MR-L-REM-4 = ZERO AND
004330                     (MR-L-REM-100 NOT = ZERO
004340                         OR MR-L-REM-400 = ZERO)
004350                 MOVE 29 TO MR-DAYS-IN-MONTH
004360             ELSE
004370                 MOVE 28 TO MR-DAYS-IN-MONTH
004380             END-IF
004390     END-EVALUATE.
004400
004410 4200-SET-DAYS-IN-MONTH-EXIT.
004420     EXIT.
