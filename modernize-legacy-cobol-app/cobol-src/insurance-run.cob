000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INSURANCE-RUN.
000030 AUTHOR. DATA PROCESSING DEPT.
000040 INSTALLATION. FIRST COMMERCIAL BANK.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 10/15/2026  RLM  Original version.                           *
000102* 10/15/2026  RLM  The institution ID on the submission header *
000104*                  comes off the bank parameter file instead   *
000106*                  of a zero placeholder, and the run is       *
000108*                  refused while none is set.                  *
000110*****************************************************************
000120*
000130*****************************************************************
000140* INSURANCE-RUN is the quarterly deposit insurance coverage    *
000150* report.  Every open deposit account on ACCTBAL is gathered by*
000160* its customer-master customer number and ownership category - *
000170* corporate for a type-K account, trust where ACCTREL carries an*
000180* active trustee, joint where it carries an active joint       *
000190* holder, and single otherwise.  Each account's position is its*
000200* balance - an overdrawn account counts as zero - plus the     *
000210* interest accrued but not yet paid: for a checking, savings or*
000220* corporate account the share of the month's interest at the   *
000230* type's rate on BANKPARM earned so far this month, and for a  *
000240* running term deposit the contracted interest since the start *
000250* of the term on TERMDEP.  A foreign-currency position is turned*
000260* into home currency at the day's rate.  Each depositor's      *
000270* position in a category is insured up to the coverage limit on*
000280* the bank parameter file (shipped default 250,000.00) and     *
000290* uninsured beyond it.  Every depositor is written to the      *
000300* insurer's submission file (INSFILE, laid out by INSREC       *
000310* between its header and trailer records) and printed on the   *
000320* coverage report (INSRPT) ahead of the bank-wide totals by    *
000330* category.  An account with no customer record, no customer   *
000340* number, or no rate for its currency cannot be attributed and *
000350* goes onto the exceptions list (INSEXCP) left out of the      *
000360* totals; one with no address on file is listed there too but  *
000370* is still counted, since the insurer needs the address        *
000380* completed rather than the money left out.  Loans are not     *
000390* deposits and are skipped.  Run on the last business date of  *
000400* the quarter, before INTEREST-ACCRUAL posts the month's       *
000410* interest.                                                    *
000412* The institution ID on the submission comes off the bank      *
000414* parameter file; the run is refused while it is blank or      *
000416* zero.                                                        *
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PARAMETER-FILE ASSIGN TO "BANKPARM"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS DC-PARAMETER-FILE-STATUS.
000490
000500     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CM-ACCOUNT-ID
000540         FILE STATUS IS CM-FILE-STATUS.
000550
000560     SELECT RELATIONSHIP-FILE ASSIGN TO "ACCTREL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS AP-FILE-STATUS.
000590
000600     SELECT TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS TM-FILE-STATUS.
000630
000640     SELECT INSURANCE-FILING-FILE ASSIGN TO "INSFILE"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660
000670     SELECT COVERAGE-REPORT-FILE ASSIGN TO "INSRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690
000700     SELECT EXCEPTION-REPORT-FILE ASSIGN TO "INSEXCP"
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  PARAMETER-FILE.
000760 01  PARAMETER-FILE-RECORD.
000770     COPY PARMREC.
000780
000790 FD  CUSTOMER-MASTER-FILE.
000800 01  CUSTOMER-MASTER-RECORD.
000810     COPY CUSTREC.
000820
000830 FD  RELATIONSHIP-FILE.
000840 01  RELATIONSHIP-RECORD.
000850     COPY RELREC.
000860
000870 FD  TERM-DEPOSIT-FILE.
000880 01  TERM-DEPOSIT-RECORD.
000890     COPY TERMREC.
000900
000910 FD  INSURANCE-FILING-FILE.
000920 01  INSURANCE-FILING-RECORD.
000930     COPY INSREC.
000940
000950 FD  COVERAGE-REPORT-FILE.
000960 01  COVERAGE-REPORT-LINE        PIC X(100).
000970
000980 FD  EXCEPTION-REPORT-FILE.
000990 01  EXCEPTION-REPORT-LINE       PIC X(100).
001000
001010 WORKING-STORAGE SECTION.
001020 01  DC-PARAMETER-FILE-STATUS    PIC X(02) VALUE '00'.
001030 01  CM-FILE-STATUS              PIC X(02) VALUE '00'.
001040 01  AP-FILE-STATUS              PIC X(02) VALUE '00'.
001050 01  TM-FILE-STATUS              PIC X(02) VALUE '00'.
001060
001070 01  DC-SWITCHES.
001080     05  DC-PARM-EOF-SW          PIC X(01) VALUE 'N'.
001090         88  DC-PARM-EOF                  VALUE 'Y'.
001100     05  DC-PARM-FOUND-SW        PIC X(01) VALUE 'N'.
001110         88  DC-PARM-FOUND                VALUE 'Y'.
001120     05  DC-LIMIT-SET-SW         PIC X(01) VALUE 'N'.
001130         88  DC-LIMIT-SET                 VALUE 'Y'.
001140     05  DC-REL-EOF-SW           PIC X(01) VALUE 'N'.
001150         88  DC-REL-EOF                   VALUE 'Y'.
001160     05  DC-TERM-EOF-SW          PIC X(01) VALUE 'N'.
001170         88  DC-TERM-EOF                  VALUE 'Y'.
001180     05  DC-TERM-FOUND-SW        PIC X(01) VALUE 'N'.
001190         88  DC-TERM-FOUND                VALUE 'Y'.
001200     05  DC-END-OF-FILE-SW       PIC X(01) VALUE 'N'.
001210         88  DC-END-OF-FILE               VALUE 'Y'.
001220     05  DC-ENTRY-FOUND-SW       PIC X(01) VALUE 'N'.
001230         88  DC-ENTRY-FOUND               VALUE 'Y'.
001240     05  DC-OVERFLOW-SW          PIC X(01) VALUE 'N'.
001250         88  DC-TABLE-OVERFLOWED          VALUE 'Y'.
001260     05  DC-REL-OVERFLOW-SW      PIC X(01) VALUE 'N'.
001270         88  DC-REL-TABLE-OVERFLOWED      VALUE 'Y'.
001280     05  DC-TERM-OVERFLOW-SW     PIC X(01) VALUE 'N'.
001290         88  DC-TERM-TABLE-OVERFLOWED     VALUE 'Y'.
001300     05  DC-TRUST-SW             PIC X(01) VALUE 'N'.
001310         88  DC-HAS-TRUSTEE               VALUE 'Y'.
001320     05  DC-JOINT-SW             PIC X(01) VALUE 'N'.
001330         88  DC-HAS-JOINT-HOLDER          VALUE 'Y'.
001340
001350*****************************************************************
001360* The bank as insured institution, and the shipped defaults    *
001370* for a parameter file that does not carry the figures.  The   *
001380* institution ID the insurer registered the bank under comes   *
001385* off the bank parameter file.                                 *
001390*****************************************************************
001400 01  DC-CONSTANTS.
001420     05  DC-INSTITUTION-NAME     PIC X(40) VALUE
001430         'FIRST COMMERCIAL BANK'.
001440     05  DC-DEFAULT-LIMIT        PIC 9(9)V99 VALUE 250000.00.
001450     05  DC-DEFAULT-RATE         PIC 9V9(4) VALUE 0.0025.
001455 01  DC-INSTITUTION-ID           PIC X(10) VALUE SPACES.
001460
001470 01  DC-TODAY                    PIC 9(08) VALUE ZERO.
001480 01  DC-TODAY-R REDEFINES DC-TODAY.
001490     05  DC-TODAY-YEAR           PIC 9(04).
001500     05  DC-TODAY-MONTH          PIC 9(02).
001510     05  DC-TODAY-DAY            PIC 9(02).
001520 01  DC-BD-FUNCTION-CODE         PIC X(05).
001530 01  DC-COVERAGE-LIMIT           PIC 9(9)V99 VALUE ZERO.
001540
001550 01  DC-FUNCTION-CODE            PIC X(05).
001560 01  DC-STATUS-CODE              PIC X(03).
001570
001580 01  DC-FX-FUNCTION-CODE         PIC X(05).
001590 01  DC-FX-CURRENCY              PIC X(03).
001600 01  DC-FX-RATE                  PIC 9(05)V9(06).
001610 01  DC-FX-STATUS-CODE           PIC X(03).
001620
001630 01  DC-COUNTERS.
001640     05  DC-ACCOUNT-COUNT        PIC 9(06) VALUE ZERO.
001650     05  DC-EXCEPTION-COUNT      PIC 9(06) VALUE ZERO.
001660     05  DC-EXCLUDED-COUNT       PIC 9(06) VALUE ZERO.
001670     05  DC-DEPOSITOR-COUNT      PIC 9(08) VALUE ZERO.
001680     05  DC-EXCLUDED-TOTAL       PIC 9(13)V99 VALUE ZERO.
001690
001700*****************************************************************
001710* Bank-wide totals, one slot per ownership category in the     *
001720* order single, joint, trust, corporate, and the grand total.  *
001730*****************************************************************
001740 01  DC-CATEGORY-TABLE.
001750     05  DC-CATEGORY-ENTRY OCCURS 4 TIMES
001760             INDEXED BY DC-CAT-IDX.
001770         10  DC-K-DEPOSITOR-COUNT PIC 9(08).
001780         10  DC-K-BALANCE        PIC 9(13)V99.
001790         10  DC-K-ACCRUED        PIC 9(13)V99.
001800         10  DC-K-INSURED        PIC 9(13)V99.
001810         10  DC-K-UNINSURED      PIC 9(13)V99.
001820 01  DC-GRAND-TOTALS.
001830     05  DC-G-DEPOSITOR-COUNT    PIC 9(08) VALUE ZERO.
001840     05  DC-G-BALANCE            PIC 9(13)V99 VALUE ZERO.
001850     05  DC-G-ACCRUED            PIC 9(13)V99 VALUE ZERO.
001860     05  DC-G-INSURED            PIC 9(13)V99 VALUE ZERO.
001870     05  DC-G-UNINSURED          PIC 9(13)V99 VALUE ZERO.
001880
001890 01  DC-PARAMETER-TABLE.
001900     05  DC-PARM-ENTRY OCCURS 10 TIMES
001910             INDEXED BY DC-PARM-IDX.
001920         10  DC-PARM-TYPE        PIC X(01).
001930         10  DC-PARM-RATE        PIC 9V9(4).
001940 01  DC-PARM-COUNT               PIC 9(02) VALUE ZERO.
001950 01  DC-LOOKUP-TYPE              PIC X(01).
001960 01  DC-MONTHLY-RATE             PIC 9V9(4) VALUE ZERO.
001970
001980*****************************************************************
001990* Active joint-holder and trustee links off ACCTREL - the only *
002000* roles that move an account out of the single category.       *
002010*****************************************************************
002020 01  DC-RELATIONSHIP-TABLE.
002030     05  DC-REL-ENTRY OCCURS 3000 TIMES
002040             INDEXED BY DC-REL-IDX.
002050         10  DC-R-ACCOUNT-ID     PIC 9(10).
002060         10  DC-R-ROLE           PIC X(01).
002070 01  DC-REL-COUNT                PIC 9(04) VALUE ZERO.
002080
002090*****************************************************************
002100* Running term-deposit contracts off TERMDEP.                  *
002110*****************************************************************
002120 01  DC-TERM-TABLE.
002130     05  DC-TERM-ENTRY OCCURS 2000 TIMES
002140             INDEXED BY DC-TERM-IDX.
002150         10  DC-T-ACCOUNT-ID     PIC 9(10).
002160         10  DC-T-PRINCIPAL      PIC 9(9)V99.
002170         10  DC-T-ANNUAL-RATE    PIC 9V9(4).
002180         10  DC-T-START-DATE     PIC 9(08).
002190         10  DC-T-MATURITY-DATE  PIC 9(08).
002200         10  DC-T-INTEREST-TO-DATE PIC 9(08).
002210 01  DC-TERM-COUNT               PIC 9(04) VALUE ZERO.
002220
002230*****************************************************************
002240* One slot per customer number and ownership category.  Name   *
002250* and address come from the first account the browse reaches.  *
002260*****************************************************************
002270 01  DC-DEPOSITOR-TABLE.
002280     05  DC-DEPOSITOR-ENTRY OCCURS 5000 TIMES
002290             INDEXED BY DC-DEP-IDX.
002300         10  DC-P-CUSTOMER-NO    PIC 9(08).
002310         10  DC-P-CATEGORY       PIC X(03).
002320         10  DC-P-NAME           PIC X(30).
002330         10  DC-P-ADDRESS        PIC X(40).
002340         10  DC-P-ACCOUNT-COUNT  PIC 9(03).
002350         10  DC-P-BALANCE        PIC 9(11)V99.
002360         10  DC-P-ACCRUED        PIC 9(11)V99.
002370 01  DC-DEPOSITOR-SLOTS          PIC 9(04) VALUE ZERO.
002380
002390 01  DC-CATEGORY                 PIC X(03).
002400 01  DC-ACCOUNT-BALANCE          PIC 9(11)V99 VALUE ZERO.
002410 01  DC-ACCOUNT-ACCRUED          PIC 9(11)V99 VALUE ZERO.
002420 01  DC-POSITION                 PIC 9(11)V99 VALUE ZERO.
002430 01  DC-INSURED                  PIC 9(11)V99 VALUE ZERO.
002440 01  DC-UNINSURED                PIC 9(11)V99 VALUE ZERO.
002450 01  DC-EXCEPTION-AMOUNT         PIC 9(11)V99 VALUE ZERO.
002460 01  DC-EXCEPTION-REASON         PIC X(40).
002470 01  DC-INTEREST-END-DATE        PIC 9(08).
002480 01  DC-DAY-COUNT                PIC 9(05) VALUE ZERO.
002490
002500 01  DC-WORK-DATE                PIC 9(08).
002510 01  DC-WORK-DATE-R REDEFINES DC-WORK-DATE.
002520     05  DC-WORK-YEAR            PIC 9(04).
002530     05  DC-WORK-MONTH           PIC 9(02).
002540     05  DC-WORK-DAY             PIC 9(02).
002550 01  DC-DAYS-IN-MONTH            PIC 9(02).
002560
002570 01  DC-LEAP-WORK.
002580     05  DC-L-REM-4              PIC 9(04) COMP.
002590     05  DC-L-REM-100            PIC 9(04) COMP.
002600     05  DC-L-REM-400            PIC 9(04) COMP.
002610     05  DC-L-QUOTIENT           PIC 9(04) COMP.
002620
002630 01  CURRENT-ACCOUNT-RECORD.
002640     COPY ACCTREC.
002650
002660 01  DC-TITLE-LINE.
002670     05  FILLER                  PIC X(43) VALUE
002680         'DEPOSIT INSURANCE COVERAGE REPORT - AS OF '.
002690     05  DC-T-AS-OF-DATE         PIC 9(08).
002700
002710 01  DC-LIMIT-LINE.
002720     05  FILLER                  PIC X(42) VALUE
002730         'COVERAGE LIMIT PER DEPOSITOR AND CATEGORY '.
002740     05  DC-M-LIMIT              PIC Z,ZZZ,ZZZ,ZZ9.99.
002750
002760 01  DC-DEPOSITOR-HEADING.
002770     05  FILLER                  PIC X(24) VALUE
002780         'CUSTOMER CATEGORY  ACCTS'.
002790     05  FILLER                  PIC X(17) VALUE
002800         '          BALANCE'.
002810     05  FILLER                  PIC X(17) VALUE
002820         '      ACCRUED INT'.
002830     05  FILLER                  PIC X(17) VALUE
002840         '          INSURED'.
002850     05  FILLER                  PIC X(17) VALUE
002860         '        UNINSURED'.
002870
002880 01  DC-DEPOSITOR-LINE.
002890     05  DC-D-CUSTOMER-NO        PIC 9(08).
002900     05  FILLER                  PIC X(01) VALUE SPACE.
002910     05  DC-D-CATEGORY-NAME      PIC X(09).
002920     05  FILLER                  PIC X(01) VALUE SPACE.
002930     05  DC-D-ACCOUNT-COUNT      PIC ZZZZ9.
002940     05  FILLER                  PIC X(01) VALUE SPACE.
002950     05  DC-D-BALANCE            PIC Z,ZZZ,ZZZ,ZZ9.99.
002960     05  FILLER                  PIC X(01) VALUE SPACE.
002970     05  DC-D-ACCRUED            PIC Z,ZZZ,ZZZ,ZZ9.99.
002980     05  FILLER                  PIC X(01) VALUE SPACE.
002990     05  DC-D-INSURED            PIC Z,ZZZ,ZZZ,ZZ9.99.
003000     05  FILLER                  PIC X(01) VALUE SPACE.
003010     05  DC-D-UNINSURED          PIC Z,ZZZ,ZZZ,ZZ9.99.
003020
003030 01  DC-TOTALS-HEADING.
003040     05  FILLER                  PIC X(19) VALUE
003050         'CATEGORY DEPOSITORS'.
003060     05  FILLER                  PIC X(19) VALUE
003070         '            BALANCE'.
003080     05  FILLER                  PIC X(19) VALUE
003090         '        ACCRUED INT'.
003100     05  FILLER                  PIC X(19) VALUE
003110         '            INSURED'.
003120     05  FILLER                  PIC X(19) VALUE
003130         '          UNINSURED'.
003140
003150 01  DC-TOTAL-LINE.
003160     05  DC-G-CATEGORY-NAME      PIC X(09).
003170     05  FILLER                  PIC X(01) VALUE SPACE.
003180     05  DC-G-COUNT              PIC ZZZZZZZ9.
003190     05  FILLER                  PIC X(01) VALUE SPACE.
003200     05  DC-G-BALANCE-OUT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003210     05  FILLER                  PIC X(01) VALUE SPACE.
003220     05  DC-G-ACCRUED-OUT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003230     05  FILLER                  PIC X(01) VALUE SPACE.
003240     05  DC-G-INSURED-OUT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003250     05  FILLER                  PIC X(01) VALUE SPACE.
003260     05  DC-G-UNINSURED-OUT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003270
003280 01  DC-EXCLUDED-LINE.
003290     05  FILLER                  PIC X(09) VALUE 'EXCLUDED '.
003300     05  FILLER                  PIC X(01) VALUE SPACE.
003310     05  DC-X-COUNT              PIC ZZZZZZZ9.
003320     05  FILLER                  PIC X(09) VALUE ' ACCOUNTS'.
003330     05  DC-X-TOTAL              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003340     05  FILLER                  PIC X(29) VALUE
003350         '  - SEE THE EXCEPTIONS LIST'.
003360
003370 01  DC-EXCEPTION-HEADING.
003380     05  FILLER                  PIC X(44) VALUE
003390         'DEPOSIT INSURANCE EXCEPTIONS LIST - AS OF '.
003400     05  DC-E-AS-OF-DATE         PIC 9(08).
003410
003420 01  DC-EXCEPTION-LINE.
003430     05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
003440     05  DC-E-ACCOUNT-ID         PIC 9(10).
003450     05  FILLER                  PIC X(01) VALUE SPACE.
003460     05  DC-E-CURRENCY           PIC X(03).
003470     05  FILLER                  PIC X(01) VALUE SPACE.
003480     05  DC-E-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
003490     05  FILLER                  PIC X(01) VALUE SPACE.
003500     05  DC-E-REASON             PIC X(40).
003510
003520 PROCEDURE DIVISION.
003530 0000-MAIN-CONTROL.
003540     MOVE 'GET  ' TO DC-BD-FUNCTION-CODE
003550     CALL 'BUSDATE-PROGRAM' USING DC-BD-FUNCTION-CODE DC-TODAY
003560     END-CALL
003570
003580     PERFORM 1000-LOAD-PARAMETER-TABLE THRU
003590         1000-LOAD-PARAMETER-TABLE-EXIT
003591     IF DC-INSTITUTION-ID = SPACES
003592         DISPLAY 'INSURANCE-RUN: no institution ID on BANKPARM '
003593             '- the submission cannot be made. Run abandoned.'
003594         STOP RUN
003595     END-IF
003600     PERFORM 1200-LOAD-RELATIONSHIP-TABLE THRU
003610         1200-LOAD-RELATIONSHIP-TABLE-EXIT
003620     PERFORM 1400-LOAD-TERM-TABLE THRU 1400-LOAD-TERM-TABLE-EXIT
003630     PERFORM 1600-OPEN-CUSTOMER-MASTER THRU
003640         1600-OPEN-CUSTOMER-MASTER-EXIT
003650     PERFORM 1700-CLEAR-CATEGORY-TOTALS THRU
003660         1700-CLEAR-CATEGORY-TOTALS-EXIT
003670
003680     OPEN OUTPUT EXCEPTION-REPORT-FILE
003690     MOVE DC-TODAY TO DC-E-AS-OF-DATE
003700     WRITE EXCEPTION-REPORT-LINE FROM DC-EXCEPTION-HEADING
003710     MOVE ALL '=' TO EXCEPTION-REPORT-LINE
003720     WRITE EXCEPTION-REPORT-LINE
003730
003740     MOVE 'FIRST' TO DC-FUNCTION-CODE
003750     CALL 'DATA-PROGRAM' USING DC-FUNCTION-CODE AB-ACCOUNT-ID
003760         AB-BALANCE DC-STATUS-CODE AB-OD-LIMIT
003770         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
003780         AB-CURRENCY-CODE
003790     END-CALL
003800     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-PROCESS-ACCOUNT-EXIT
003810         UNTIL DC-END-OF-FILE
003820
003830     CLOSE EXCEPTION-REPORT-FILE
003840     CLOSE CUSTOMER-MASTER-FILE
003850     MOVE 'CLOSE' TO DC-FUNCTION-CODE
003860     CALL 'DATA-PROGRAM' USING DC-FUNCTION-CODE AB-ACCOUNT-ID
003870         AB-BALANCE
003880     END-CALL
003890
003900     OPEN OUTPUT INSURANCE-FILING-FILE
003910     OPEN OUTPUT COVERAGE-REPORT-FILE
003920     PERFORM 3000-WRITE-HEADER-RECORD THRU
003930         3000-WRITE-HEADER-RECORD-EXIT
003940     PERFORM 3500-WRITE-REPORT-HEADING THRU
003950         3500-WRITE-REPORT-HEADING-EXIT
003960     SET DC-DEP-IDX TO 1
003970     PERFORM 3100-REPORT-DEPOSITOR THRU 3100-REPORT-DEPOSITOR-EXIT
003980         UNTIL DC-DEP-IDX > DC-DEPOSITOR-SLOTS
003990     PERFORM 3400-WRITE-TRAILER-RECORD THRU
004000         3400-WRITE-TRAILER-RECORD-EXIT
004010     PERFORM 4000-WRITE-BANK-TOTALS THRU
004020         4000-WRITE-BANK-TOTALS-EXIT
004030     CLOSE INSURANCE-FILING-FILE
004040     CLOSE COVERAGE-REPORT-FILE
004050
004060     DISPLAY 'INSURANCE-RUN: ' DC-ACCOUNT-COUNT
004070         ' deposit account(s) examined as of ' DC-TODAY '.'
004080     DISPLAY 'INSURANCE-RUN: ' DC-DEPOSITOR-COUNT
004090         ' depositor record(s) written; insured ' DC-G-INSURED
004100         ', uninsured ' DC-G-UNINSURED '.'
004110     IF DC-EXCEPTION-COUNT > ZERO
004120         DISPLAY 'INSURANCE-RUN: ' DC-EXCEPTION-COUNT
004130             ' account(s) on the exceptions list, '
004140             DC-EXCLUDED-COUNT ' of them left out of the totals.'
004150     END-IF
004160     IF DC-EXCLUDED-COUNT > ZERO OR DC-TABLE-OVERFLOWED
004170             OR DC-REL-TABLE-OVERFLOWED
004180             OR DC-TERM-TABLE-OVERFLOWED
004190         DISPLAY 'INSURANCE-RUN: *** the submission is '
004200             'incomplete. Correct the exceptions and rerun '
004210             'before submitting. ***'
004220     END-IF
004230     STOP RUN.
004240
004250*****************************************************************
004260* 1000-LOAD-PARAMETER-TABLE reads the bank parameter file into *
004270* memory, keeping each type's monthly interest rate, and takes *
004280* the coverage limit from the first record that carries one.  A*
004290* non-numeric or zero limit - a record cut before the field    *
004300* existed - leaves the shipped default.  The institution ID is *
004303* taken from the first record that carries one that is neither *
004306* blank nor zero; there is no default for it.                  *
004310*****************************************************************
004320 1000-LOAD-PARAMETER-TABLE.
004330     MOVE DC-DEFAULT-LIMIT TO DC-COVERAGE-LIMIT
004340     OPEN INPUT PARAMETER-FILE
004350     IF DC-PARAMETER-FILE-STATUS = '00'
004360         PERFORM 1100-READ-PARAMETER-RECORD THRU
004370             1100-READ-PARAMETER-RECORD-EXIT
004380             UNTIL DC-PARM-EOF
004390         CLOSE PARAMETER-FILE
004400     ELSE
004410         DISPLAY 'INSURANCE-RUN: BANKPARM not available - '
004420             'using the default interest rates and coverage '
004430             'limit.'
004440     END-IF.
004450
004460 1000-LOAD-PARAMETER-TABLE-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500* 1100-READ-PARAMETER-RECORD reads one bank parameter record   *
004510* into the next free slot of DC-PARAMETER-TABLE.               *
004520*****************************************************************
004530 1100-READ-PARAMETER-RECORD.
004540     READ PARAMETER-FILE
004550         AT END
004560             SET DC-PARM-EOF TO TRUE
004570         NOT AT END
004580             IF DC-PARM-COUNT >= 10
004590                 DISPLAY 'INSURANCE-RUN: BANKPARM has more than '
004600                     '10 entries - entries beyond 10 are '
004610                     'ignored.'
004620                 SET DC-PARM-EOF TO TRUE
004630             ELSE
004640                 ADD 1 TO DC-PARM-COUNT
004650                 SET DC-PARM-IDX TO DC-PARM-COUNT
004660                 MOVE PM-ACCOUNT-TYPE TO
004670                     DC-PARM-TYPE (DC-PARM-IDX)
004680                 MOVE PM-MONTHLY-RATE TO
004690                     DC-PARM-RATE (DC-PARM-IDX)
004700                 IF NOT DC-LIMIT-SET
004710                         AND PM-INSURANCE-LIMIT NUMERIC
004720                         AND PM-INSURANCE-LIMIT > ZERO
004730                     MOVE PM-INSURANCE-LIMIT TO DC-COVERAGE-LIMIT
004740                     SET DC-LIMIT-SET TO TRUE
004750                 END-IF
004751                 IF DC-INSTITUTION-ID = SPACES
004752                         AND PM-INSTITUTION-ID NOT = SPACES
004753                         AND PM-INSTITUTION-ID NOT = ZEROS
004754                     MOVE PM-INSTITUTION-ID TO DC-INSTITUTION-ID
004755                 END-IF
004760             END-IF
004770     END-READ.
004780
004790 1100-READ-PARAMETER-RECORD-EXIT.
004800     EXIT.
004810
004820*****************************************************************
004830* 1200-LOAD-RELATIONSHIP-TABLE keeps every active joint-holder *
004840* and trustee link off ACCTREL.  A missing file means no account*
004850* has a second party, and every account is single or corporate.*
004860*****************************************************************
004870 1200-LOAD-RELATIONSHIP-TABLE.
004880     OPEN INPUT RELATIONSHIP-FILE
004890     IF AP-FILE-STATUS = '00'
004900         PERFORM 1300-READ-RELATIONSHIP THRU
004910             1300-READ-RELATIONSHIP-EXIT
004920             UNTIL DC-REL-EOF
004930         CLOSE RELATIONSHIP-FILE
004940     END-IF.
004950
004960 1200-LOAD-RELATIONSHIP-TABLE-EXIT.
004970     EXIT.
004980
004990*****************************************************************
005000* 1300-READ-RELATIONSHIP reads one relationship link and keeps *
005010* it when it is an active joint or trustee link.  Links past   *
005020* 3000 are dropped and the run reported incomplete, since the  *
005030* accounts they belong to may be put in the wrong category.    *
005040*****************************************************************
005050 1300-READ-RELATIONSHIP.
005060     READ RELATIONSHIP-FILE
005070         AT END
005080             SET DC-REL-EOF TO TRUE
005090             GO TO 1300-READ-RELATIONSHIP-EXIT
005100     END-READ
005110     IF NOT AP-IS-ACTIVE
005120         GO TO 1300-READ-RELATIONSHIP-EXIT
005130     END-IF
005140     IF NOT AP-ROLE-JOINT AND NOT AP-ROLE-TRUSTEE
005150         GO TO 1300-READ-RELATIONSHIP-EXIT
005160     END-IF
005170     IF DC-REL-COUNT >= 3000
005180         IF NOT DC-REL-TABLE-OVERFLOWED
005190             SET DC-REL-TABLE-OVERFLOWED TO TRUE
005200             DISPLAY 'INSURANCE-RUN: more than 3000 joint and '
005210                 'trustee links on ACCTREL - links beyond 3000 '
005220                 'are ignored.'
005230         END-IF
005240         GO TO 1300-READ-RELATIONSHIP-EXIT
005250     END-IF
005260     ADD 1 TO DC-REL-COUNT
005270     SET DC-REL-IDX TO DC-REL-COUNT
005280     MOVE AP-ACCOUNT-ID TO DC-R-ACCOUNT-ID (DC-REL-IDX)
005290     MOVE AP-ROLE TO DC-R-ROLE (DC-REL-IDX).
005300
005310 1300-READ-RELATIONSHIP-EXIT.
005320     EXIT.
005330
005340*****************************************************************
005350* 1400-LOAD-TERM-TABLE keeps every running contract off        *
005360* TERMDEP.  A missing file means no term deposit earns accrued *
005370* interest.                                                    *
005380*****************************************************************
005390 1400-LOAD-TERM-TABLE.
005400     OPEN INPUT TERM-DEPOSIT-FILE
005410     IF TM-FILE-STATUS = '00'
005420         PERFORM 1500-READ-TERM-CONTRACT THRU
005430             1500-READ-TERM-CONTRACT-EXIT
005440             UNTIL DC-TERM-EOF
005450         CLOSE TERM-DEPOSIT-FILE
005460     END-IF.
005470
005480 1400-LOAD-TERM-TABLE-EXIT.
005490     EXIT.
005500
005510*****************************************************************
005520* 1500-READ-TERM-CONTRACT reads one contract and keeps it when *
005530* it is still running.                                         *
005540*****************************************************************
005550 1500-READ-TERM-CONTRACT.
005560     READ TERM-DEPOSIT-FILE
005570         AT END
005580             SET DC-TERM-EOF TO TRUE
005590             GO TO 1500-READ-TERM-CONTRACT-EXIT
005600     END-READ
005610     IF NOT TM-IS-RUNNING
005620         GO TO 1500-READ-TERM-CONTRACT-EXIT
005630     END-IF
005640     IF DC-TERM-COUNT >= 2000
005650         IF NOT DC-TERM-TABLE-OVERFLOWED
005660             SET DC-TERM-TABLE-OVERFLOWED TO TRUE
005670             DISPLAY 'INSURANCE-RUN: more than 2000 running term '
005680                 'deposits - accrued interest beyond 2000 is '
005690                 'left out.'
005700         END-IF
005710         GO TO 1500-READ-TERM-CONTRACT-EXIT
005720     END-IF
005730     ADD 1 TO DC-TERM-COUNT
005740     SET DC-TERM-IDX TO DC-TERM-COUNT
005750     MOVE TM-ACCOUNT-ID TO DC-T-ACCOUNT-ID (DC-TERM-IDX)
005760     MOVE TM-PRINCIPAL TO DC-T-PRINCIPAL (DC-TERM-IDX)
005770     MOVE TM-ANNUAL-RATE TO DC-T-ANNUAL-RATE (DC-TERM-IDX)
005780     MOVE TM-START-DATE TO DC-T-START-DATE (DC-TERM-IDX)
005790     MOVE TM-MATURITY-DATE TO DC-T-MATURITY-DATE (DC-TERM-IDX)
005800     MOVE TM-INTEREST-TO-DATE TO
005810         DC-T-INTEREST-TO-DATE (DC-TERM-IDX).
005820
005830 1500-READ-TERM-CONTRACT-EXIT.
005840     EXIT.
005850
005860*****************************************************************
005870* 1600-OPEN-CUSTOMER-MASTER opens the customer master.  Without*
005880* it no account can be attributed to a depositor, so the run   *
005890* stops.                                                       *
005900*****************************************************************
005910 1600-OPEN-CUSTOMER-MASTER.
005920     OPEN INPUT CUSTOMER-MASTER-FILE
005930     IF NOT CM-FILE-STATUS = '00'
005940         DISPLAY 'INSURANCE-RUN: CUSTMST failed to open - '
005950             'status ' CM-FILE-STATUS '. Run abandoned.'
005960         STOP RUN
005970     END-IF.
005980
005990 1600-OPEN-CUSTOMER-MASTER-EXIT.
006000     EXIT.
006010
006020*****************************************************************
006030* 1700-CLEAR-CATEGORY-TOTALS zeroes the four category slots.   *
006040*****************************************************************
006050 1700-CLEAR-CATEGORY-TOTALS.
006060     SET DC-CAT-IDX TO 1
006070     PERFORM 1710-CLEAR-CATEGORY-SLOT THRU
006080         1710-CLEAR-CATEGORY-SLOT-EXIT
006090         UNTIL DC-CAT-IDX > 4.
006100
006110 1700-CLEAR-CATEGORY-TOTALS-EXIT.
006120     EXIT.
006130
006140*****************************************************************
006150* 1710-CLEAR-CATEGORY-SLOT zeroes one category slot.           *
006160*****************************************************************
006170 1710-CLEAR-CATEGORY-SLOT.
006180     MOVE ZERO TO DC-K-DEPOSITOR-COUNT (DC-CAT-IDX)
006190     MOVE ZERO TO DC-K-BALANCE (DC-CAT-IDX)
006200     MOVE ZERO TO DC-K-ACCRUED (DC-CAT-IDX)
006210     MOVE ZERO TO DC-K-INSURED (DC-CAT-IDX)
006220     MOVE ZERO TO DC-K-UNINSURED (DC-CAT-IDX)
006230     SET DC-CAT-IDX UP BY 1.
006240
006250 1710-CLEAR-CATEGORY-SLOT-EXIT.
006260     EXIT.
006270
006280*****************************************************************
006290* 2000-PROCESS-ACCOUNT values the account just browsed -       *
006300* balance plus accrued interest, in home currency - and adds it*
006310* to its depositor's slot for its ownership category, listing  *
006320* it on the exceptions list when it cannot be attributed or has*
006330* no address, then browses the next account on file.  Loans and*
006340* closed accounts hold no deposit and are skipped.             *
006350*****************************************************************
006360 2000-PROCESS-ACCOUNT.
006370     IF DC-STATUS-CODE = 'EOF'
006380         SET DC-END-OF-FILE TO TRUE
006390         GO TO 2000-PROCESS-ACCOUNT-EXIT
006400     END-IF
006410     IF AB-TYPE-LOAN OR AB-IS-CLOSED
006420         GO TO 2000-PROCESS-ACCOUNT-NEXT
006430     END-IF
006440     ADD 1 TO DC-ACCOUNT-COUNT
006450
006460     IF AB-BALANCE > ZERO
006470         MOVE AB-BALANCE TO DC-ACCOUNT-BALANCE
006480     ELSE
006490         MOVE ZERO TO DC-ACCOUNT-BALANCE
006500     END-IF
006510     MOVE ZERO TO DC-ACCOUNT-ACCRUED
006520     IF AB-TYPE-TERM-DEPOSIT
006530         PERFORM 2200-ACCRUE-TERM-INTEREST THRU
006540             2200-ACCRUE-TERM-INTEREST-EXIT
006550     ELSE
006560         PERFORM 2100-ACCRUE-MONTH-INTEREST THRU
006570             2100-ACCRUE-MONTH-INTEREST-EXIT
006580     END-IF
006590
006600     IF AB-CURRENCY-CODE NOT = SPACES
006610         PERFORM 2300-CONVERT-TO-HOME THRU
006620             2300-CONVERT-TO-HOME-EXIT
006630         IF NOT DC-FX-STATUS-CODE = 'OK '
006640             COMPUTE DC-EXCEPTION-AMOUNT =
006650                 DC-ACCOUNT-BALANCE + DC-ACCOUNT-ACCRUED
006660             MOVE 'NO EXCHANGE RATE TODAY - LEFT OUT' TO
006670                 DC-EXCEPTION-REASON
006680             PERFORM 2800-WRITE-EXCEPTION THRU
006690                 2800-WRITE-EXCEPTION-EXIT
006700             ADD 1 TO DC-EXCLUDED-COUNT
006710             GO TO 2000-PROCESS-ACCOUNT-NEXT
006720         END-IF
006730     END-IF
006740     COMPUTE DC-EXCEPTION-AMOUNT =
006750         DC-ACCOUNT-BALANCE + DC-ACCOUNT-ACCRUED
006760
006770     MOVE AB-ACCOUNT-ID TO CM-ACCOUNT-ID
006780     READ CUSTOMER-MASTER-FILE
006790         INVALID KEY
006800             MOVE 'NOT ON CUSTOMER MASTER - LEFT OUT' TO
006810                 DC-EXCEPTION-REASON
006820             PERFORM 2900-EXCLUDE-ACCOUNT THRU
006830                 2900-EXCLUDE-ACCOUNT-EXIT
006840             GO TO 2000-PROCESS-ACCOUNT-NEXT
006850     END-READ
006860     IF CM-CUSTOMER-NO NOT NUMERIC OR CM-CUSTOMER-NO = ZERO
006870         MOVE 'NO CUSTOMER NUMBER - LEFT OUT' TO
006880             DC-EXCEPTION-REASON
006890         PERFORM 2900-EXCLUDE-ACCOUNT THRU
006900             2900-EXCLUDE-ACCOUNT-EXIT
006910         GO TO 2000-PROCESS-ACCOUNT-NEXT
006920     END-IF
006930     IF CM-CUSTOMER-ADDRESS = SPACES
006940         MOVE 'NO ADDRESS ON FILE - COUNTED' TO
006950             DC-EXCEPTION-REASON
006960         PERFORM 2800-WRITE-EXCEPTION THRU
006970             2800-WRITE-EXCEPTION-EXIT
006980     END-IF
006990
007000     PERFORM 2400-SET-CATEGORY THRU 2400-SET-CATEGORY-EXIT
007010     PERFORM 2500-FIND-DEPOSITOR-SLOT THRU
007020         2500-FIND-DEPOSITOR-SLOT-EXIT
007030     IF DC-DEP-IDX > DC-DEPOSITOR-SLOTS
007040         MOVE 'DEPOSITOR TABLE FULL - LEFT OUT' TO
007050             DC-EXCEPTION-REASON
007060         PERFORM 2900-EXCLUDE-ACCOUNT THRU
007070             2900-EXCLUDE-ACCOUNT-EXIT
007080         GO TO 2000-PROCESS-ACCOUNT-NEXT
007090     END-IF
007100     ADD DC-ACCOUNT-BALANCE TO DC-P-BALANCE (DC-DEP-IDX)
007110     ADD DC-ACCOUNT-ACCRUED TO DC-P-ACCRUED (DC-DEP-IDX)
007120     ADD 1 TO DC-P-ACCOUNT-COUNT (DC-DEP-IDX).
007130
007140 2000-PROCESS-ACCOUNT-NEXT.
007150     MOVE 'NEXT ' TO DC-FUNCTION-CODE
007160     CALL 'DATA-PROGRAM' USING DC-FUNCTION-CODE AB-ACCOUNT-ID
007170         AB-BALANCE DC-STATUS-CODE AB-OD-LIMIT
007180         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
007190         AB-CURRENCY-CODE
007200     END-CALL.
007210
007220 2000-PROCESS-ACCOUNT-EXIT.
007230     EXIT.
007240
007250*****************************************************************
007260* 2100-ACCRUE-MONTH-INTEREST works out the interest a checking,*
007270* savings or corporate account has earned so far this month and*
007280* not yet been paid.  INTEREST-ACCRUAL credits a month's       *
007290* interest at the type's monthly rate on the month-end balance,*
007300* so the accrual is that month's interest on today's balance in*
007310* proportion to the days of the month gone.  A type with no    *
007320* parameter record earns the shipped default rate, as in       *
007330* INTEREST-ACCRUAL.                                            *
007340*****************************************************************
007350 2100-ACCRUE-MONTH-INTEREST.
007360     IF DC-ACCOUNT-BALANCE = ZERO
007370         GO TO 2100-ACCRUE-MONTH-INTEREST-EXIT
007380     END-IF
007390     IF AB-ACCOUNT-TYPE = SPACE
007400         MOVE 'C' TO DC-LOOKUP-TYPE
007410     ELSE
007420         MOVE AB-ACCOUNT-TYPE TO DC-LOOKUP-TYPE
007430     END-IF
007440     SET DC-PARM-FOUND-SW TO 'N'
007450     SET DC-PARM-IDX TO 1
007460     PERFORM 2110-COMPARE-PARAMETER-ENTRY THRU
007470         2110-COMPARE-PARAMETER-ENTRY-EXIT
007480         UNTIL DC-PARM-IDX > DC-PARM-COUNT
007490             OR DC-PARM-FOUND
007500     IF DC-PARM-FOUND
007510         MOVE DC-PARM-RATE (DC-PARM-IDX) TO DC-MONTHLY-RATE
007520     ELSE
007530         MOVE DC-DEFAULT-RATE TO DC-MONTHLY-RATE
007540     END-IF
007550     MOVE DC-TODAY TO DC-WORK-DATE
007560     PERFORM 7100-SET-DAYS-IN-MONTH THRU
007570         7100-SET-DAYS-IN-MONTH-EXIT
007580     COMPUTE DC-ACCOUNT-ACCRUED ROUNDED =
007590         DC-ACCOUNT-BALANCE * DC-MONTHLY-RATE * DC-TODAY-DAY
007600             / DC-DAYS-IN-MONTH.
007610
007620 2100-ACCRUE-MONTH-INTEREST-EXIT.
007630     EXIT.
007640
007650*****************************************************************
007660* 2110-COMPARE-PARAMETER-ENTRY compares one parameter slot     *
007670* against the account's type.                                  *
007680*****************************************************************
007690 2110-COMPARE-PARAMETER-ENTRY.
007700     IF DC-PARM-TYPE (DC-PARM-IDX) = DC-LOOKUP-TYPE
007710         SET DC-PARM-FOUND TO TRUE
007720     ELSE
007730         SET DC-PARM-IDX UP BY 1
007740     END-IF.
007750
007760 2110-COMPARE-PARAMETER-ENTRY-EXIT.
007770     EXIT.
007780
007790*****************************************************************
007800* 2200-ACCRUE-TERM-INTEREST works out the contracted interest a*
007810* running term deposit has earned since its term began - simple*
007820* interest on an actual/365 day count, as MATURITY-RUN pays it -*
007830* up to today or the maturity date if that is sooner.  A       *
007840* contract whose interest has already posted at maturity, while*
007850* its payout waits to be retried, has nothing more accrued.    *
007860*****************************************************************
007870 2200-ACCRUE-TERM-INTEREST.
007880     SET DC-TERM-FOUND-SW TO 'N'
007890     SET DC-TERM-IDX TO 1
007900     PERFORM 2210-MATCH-TERM-CONTRACT THRU
007910         2210-MATCH-TERM-CONTRACT-EXIT
007920         UNTIL DC-TERM-IDX > DC-TERM-COUNT
007930             OR DC-TERM-FOUND
007940     IF NOT DC-TERM-FOUND
007950         GO TO 2200-ACCRUE-TERM-INTEREST-EXIT
007960     END-IF
007970     IF DC-T-INTEREST-TO-DATE (DC-TERM-IDX) =
007980             DC-T-MATURITY-DATE (DC-TERM-IDX)
007990         GO TO 2200-ACCRUE-TERM-INTEREST-EXIT
008000     END-IF
008010     IF DC-T-MATURITY-DATE (DC-TERM-IDX) < DC-TODAY
008020         MOVE DC-T-MATURITY-DATE (DC-TERM-IDX) TO
008030             DC-INTEREST-END-DATE
008040     ELSE
008050         MOVE DC-TODAY TO DC-INTEREST-END-DATE
008060     END-IF
008070     MOVE DC-T-START-DATE (DC-TERM-IDX) TO DC-WORK-DATE
008080     MOVE ZERO TO DC-DAY-COUNT
008090     PERFORM 7000-ADD-ONE-DAY THRU 7000-ADD-ONE-DAY-EXIT
008100         UNTIL DC-WORK-DATE >= DC-INTEREST-END-DATE
008110     COMPUTE DC-ACCOUNT-ACCRUED ROUNDED =
008120         DC-T-PRINCIPAL (DC-TERM-IDX)
008130             * DC-T-ANNUAL-RATE (DC-TERM-IDX)
008140             * DC-DAY-COUNT / 365.
008150
008160 2200-ACCRUE-TERM-INTEREST-EXIT.
008170     EXIT.
008180
008190*****************************************************************
008200* 2210-MATCH-TERM-CONTRACT compares one contract slot against  *
008210* the account.                                                 *
008220*****************************************************************
008230 2210-MATCH-TERM-CONTRACT.
008240     IF DC-T-ACCOUNT-ID (DC-TERM-IDX) = AB-ACCOUNT-ID
008250         SET DC-TERM-FOUND TO TRUE
008260     ELSE
008270         SET DC-TERM-IDX UP BY 1
008280     END-IF.
008290
008300 2210-MATCH-TERM-CONTRACT-EXIT.
008310     EXIT.
008320
008330*****************************************************************
008340* 2300-CONVERT-TO-HOME turns a foreign-currency account's      *
008350* balance and accrued interest into home currency at the day's *
008360* rate.  With no usable rate the figures are left in the       *
008370* account's currency and the status tells the caller so.       *
008380*****************************************************************
008390 2300-CONVERT-TO-HOME.
008400     MOVE 'RATE ' TO DC-FX-FUNCTION-CODE
008410     MOVE AB-CURRENCY-CODE TO DC-FX-CURRENCY
008420     CALL 'FXRATE-PROGRAM' USING DC-FX-FUNCTION-CODE
008430         DC-FX-CURRENCY DC-FX-RATE DC-FX-STATUS-CODE
008440     END-CALL
008450     IF DC-FX-STATUS-CODE = 'OK '
008460         COMPUTE DC-ACCOUNT-BALANCE ROUNDED =
008470             DC-ACCOUNT-BALANCE * DC-FX-RATE
008480         COMPUTE DC-ACCOUNT-ACCRUED ROUNDED =
008490             DC-ACCOUNT-ACCRUED * DC-FX-RATE
008500     END-IF.
008510
008520 2300-CONVERT-TO-HOME-EXIT.
008530     EXIT.
008540
008550*****************************************************************
008560* 2400-SET-CATEGORY sets the account's ownership category:     *
008570* corporate for a corporate account, trust where an active     *
008580* trustee is linked, joint where an active joint holder is     *
008590* linked, and single otherwise.                                *
008600*****************************************************************
008610 2400-SET-CATEGORY.
008620     IF AB-TYPE-CORPORATE
008630         MOVE 'CRP' TO DC-CATEGORY
008640         GO TO 2400-SET-CATEGORY-EXIT
008650     END-IF
008660     SET DC-TRUST-SW TO 'N'
008670     SET DC-JOINT-SW TO 'N'
008680     SET DC-REL-IDX TO 1
008690     PERFORM 2410-CHECK-RELATIONSHIP THRU
008700         2410-CHECK-RELATIONSHIP-EXIT
008710         UNTIL DC-REL-IDX > DC-REL-COUNT
008720     EVALUATE TRUE
008730         WHEN DC-HAS-TRUSTEE
008740             MOVE 'TRS' TO DC-CATEGORY
008750         WHEN DC-HAS-JOINT-HOLDER
008760             MOVE 'JNT' TO DC-CATEGORY
008770         WHEN OTHER
008780             MOVE 'SGL' TO DC-CATEGORY
008790     END-EVALUATE.
008800
008810 2400-SET-CATEGORY-EXIT.
008820     EXIT.
008830
008840*****************************************************************
008850* 2410-CHECK-RELATIONSHIP notes a trustee or joint holder      *
008860* linked to the account in one relationship slot.              *
008870*****************************************************************
008880 2410-CHECK-RELATIONSHIP.
008890     IF DC-R-ACCOUNT-ID (DC-REL-IDX) = AB-ACCOUNT-ID
008900         IF DC-R-ROLE (DC-REL-IDX) = 'T'
008910             SET DC-HAS-TRUSTEE TO TRUE
008920         ELSE
008930             SET DC-HAS-JOINT-HOLDER TO TRUE
008940         END-IF
008950     END-IF
008960     SET DC-REL-IDX UP BY 1.
008970
008980 2410-CHECK-RELATIONSHIP-EXIT.
008990     EXIT.
009000
009010*****************************************************************
009020* 2500-FIND-DEPOSITOR-SLOT finds the slot for the account's    *
009030* customer number and category, adding a fresh slot - named    *
009040* from this account's record - the first time the pair         *
009050* appears.  A table past 5000 slots leaves the index beyond the*
009060* count so the caller can list the account as an exception, and*
009070* the run is reported incomplete.                              *
009080*****************************************************************
009090 2500-FIND-DEPOSITOR-SLOT.
009100     SET DC-ENTRY-FOUND-SW TO 'N'
009110     SET DC-DEP-IDX TO 1
009120     PERFORM 2510-MATCH-DEPOSITOR-SLOT THRU
009130         2510-MATCH-DEPOSITOR-SLOT-EXIT
009140         UNTIL DC-DEP-IDX > DC-DEPOSITOR-SLOTS
009150             OR DC-ENTRY-FOUND
009160     IF DC-ENTRY-FOUND
009170         GO TO 2500-FIND-DEPOSITOR-SLOT-EXIT
009180     END-IF
009190     IF DC-DEPOSITOR-SLOTS >= 5000
009200         IF NOT DC-TABLE-OVERFLOWED
009210             SET DC-TABLE-OVERFLOWED TO TRUE
009220             DISPLAY 'INSURANCE-RUN: more than 5000 depositors - '
009230                 'depositors beyond 5000 are NOT submitted.'
009240         END-IF
009250         GO TO 2500-FIND-DEPOSITOR-SLOT-EXIT
009260     END-IF
009270     ADD 1 TO DC-DEPOSITOR-SLOTS
009280     SET DC-DEP-IDX TO DC-DEPOSITOR-SLOTS
009290     MOVE CM-CUSTOMER-NO TO DC-P-CUSTOMER-NO (DC-DEP-IDX)
009300     MOVE DC-CATEGORY TO DC-P-CATEGORY (DC-DEP-IDX)
009310     MOVE CM-CUSTOMER-NAME TO DC-P-NAME (DC-DEP-IDX)
009320     MOVE CM-CUSTOMER-ADDRESS TO DC-P-ADDRESS (DC-DEP-IDX)
009330     MOVE ZERO TO DC-P-ACCOUNT-COUNT (DC-DEP-IDX)
009340     MOVE ZERO TO DC-P-BALANCE (DC-DEP-IDX)
009350     MOVE ZERO TO DC-P-ACCRUED (DC-DEP-IDX).
009360
009370 2500-FIND-DEPOSITOR-SLOT-EXIT.
009380     EXIT.
009390
009400*****************************************************************
009410* 2510-MATCH-DEPOSITOR-SLOT compares one slot against the      *
009420* account's customer number and category.                      *
009430*****************************************************************
009440 2510-MATCH-DEPOSITOR-SLOT.
009450     IF DC-P-CUSTOMER-NO (DC-DEP-IDX) = CM-CUSTOMER-NO
009460             AND DC-P-CATEGORY (DC-DEP-IDX) = DC-CATEGORY
009470         SET DC-ENTRY-FOUND TO TRUE
009480     ELSE
009490         SET DC-DEP-IDX UP BY 1
009500     END-IF.
009510
009520 2510-MATCH-DEPOSITOR-SLOT-EXIT.
009530     EXIT.
009540
009550*****************************************************************
009560* 2800-WRITE-EXCEPTION lists the account on the exceptions list*
009570* with its position and the reason.                            *
009580*****************************************************************
009590 2800-WRITE-EXCEPTION.
009600     MOVE AB-ACCOUNT-ID TO DC-E-ACCOUNT-ID
009610     IF DC-FX-STATUS-CODE = 'OK ' OR AB-CURRENCY-CODE = SPACES
009620         MOVE SPACES TO DC-E-CURRENCY
009630     ELSE
009640         MOVE AB-CURRENCY-CODE TO DC-E-CURRENCY
009650     END-IF
009660     MOVE DC-EXCEPTION-AMOUNT TO DC-E-AMOUNT
009670     MOVE DC-EXCEPTION-REASON TO DC-E-REASON
009680     WRITE EXCEPTION-REPORT-LINE FROM DC-EXCEPTION-LINE
009690     ADD 1 TO DC-EXCEPTION-COUNT.
009700
009710 2800-WRITE-EXCEPTION-EXIT.
009720     EXIT.
009730
009740*****************************************************************
009750* 2900-EXCLUDE-ACCOUNT lists an account that cannot be         *
009760* attributed to a depositor and counts it out of the totals.   *
009770*****************************************************************
009780 2900-EXCLUDE-ACCOUNT.
009790     PERFORM 2800-WRITE-EXCEPTION THRU 2800-WRITE-EXCEPTION-EXIT
009800     ADD 1 TO DC-EXCLUDED-COUNT
009810     ADD DC-EXCEPTION-AMOUNT TO DC-EXCLUDED-TOTAL.
009820
009830 2900-EXCLUDE-ACCOUNT-EXIT.
009840     EXIT.
009850
009860*****************************************************************
009870* 3000-WRITE-HEADER-RECORD opens the submission with the header*
009880* record naming the bank and the coverage limit applied.       *
009890*****************************************************************
009900 3000-WRITE-HEADER-RECORD.
009910     MOVE SPACES TO INSURANCE-FILING-RECORD
009920     SET DF-IS-HEADER TO TRUE
009930     MOVE DC-TODAY TO DF-AS-OF-DATE
009940     MOVE DC-INSTITUTION-ID TO DF-H-INSTITUTION-ID
009950     MOVE DC-INSTITUTION-NAME TO DF-H-INSTITUTION-NAME
009960     MOVE DC-COVERAGE-LIMIT TO DF-H-COVERAGE-LIMIT
009970     WRITE INSURANCE-FILING-RECORD.
009980
009990 3000-WRITE-HEADER-RECORD-EXIT.
010000     EXIT.
010010
010020*****************************************************************
010030* 3100-REPORT-DEPOSITOR splits the depositor's position in the *
010040* category into the insured amount - up to the coverage limit -*
010050* and the uninsured remainder, submits and prints it, adds it  *
010060* into the category and bank totals, and advances to the next  *
010070* depositor.                                                   *
010080*****************************************************************
010090 3100-REPORT-DEPOSITOR.
010100     COMPUTE DC-POSITION = DC-P-BALANCE (DC-DEP-IDX)
010110         + DC-P-ACCRUED (DC-DEP-IDX)
010120     IF DC-POSITION > DC-COVERAGE-LIMIT
010130         MOVE DC-COVERAGE-LIMIT TO DC-INSURED
010140     ELSE
010150         MOVE DC-POSITION TO DC-INSURED
010160     END-IF
010170     COMPUTE DC-UNINSURED = DC-POSITION - DC-INSURED
010180     EVALUATE DC-P-CATEGORY (DC-DEP-IDX)
010190         WHEN 'SGL'
010200             SET DC-CAT-IDX TO 1
010210             MOVE 'SINGLE' TO DC-D-CATEGORY-NAME
010220         WHEN 'JNT'
010230             SET DC-CAT-IDX TO 2
010240             MOVE 'JOINT' TO DC-D-CATEGORY-NAME
010250         WHEN 'TRS'
010260             SET DC-CAT-IDX TO 3
010270             MOVE 'TRUST' TO DC-D-CATEGORY-NAME
010280         WHEN OTHER
010290             SET DC-CAT-IDX TO 4
010300             MOVE 'CORPORATE' TO DC-D-CATEGORY-NAME
010310     END-EVALUATE
010320     PERFORM 3200-WRITE-DEPOSITOR-RECORD THRU
010330         3200-WRITE-DEPOSITOR-RECORD-EXIT
010340     PERFORM 3300-PRINT-DEPOSITOR THRU 3300-PRINT-DEPOSITOR-EXIT
010350
010360     ADD 1 TO DC-K-DEPOSITOR-COUNT (DC-CAT-IDX)
010370     ADD DC-P-BALANCE (DC-DEP-IDX) TO DC-K-BALANCE (DC-CAT-IDX)
010380     ADD DC-P-ACCRUED (DC-DEP-IDX) TO DC-K-ACCRUED (DC-CAT-IDX)
010390     ADD DC-INSURED TO DC-K-INSURED (DC-CAT-IDX)
010400     ADD DC-UNINSURED TO DC-K-UNINSURED (DC-CAT-IDX)
010410     ADD 1 TO DC-G-DEPOSITOR-COUNT
010420     ADD DC-P-BALANCE (DC-DEP-IDX) TO DC-G-BALANCE
010430     ADD DC-P-ACCRUED (DC-DEP-IDX) TO DC-G-ACCRUED
010440     ADD DC-INSURED TO DC-G-INSURED
010450     ADD DC-UNINSURED TO DC-G-UNINSURED
010460     SET DC-DEP-IDX UP BY 1.
010470
010480 3100-REPORT-DEPOSITOR-EXIT.
010490     EXIT.
010500
010510*****************************************************************
010520* 3200-WRITE-DEPOSITOR-RECORD writes the depositor's record to *
010530* the submission.                                              *
010540*****************************************************************
010550 3200-WRITE-DEPOSITOR-RECORD.
010560     MOVE SPACES TO INSURANCE-FILING-RECORD
010570     SET DF-IS-DEPOSITOR TO TRUE
010580     MOVE DC-TODAY TO DF-AS-OF-DATE
010590     MOVE DC-P-CUSTOMER-NO (DC-DEP-IDX) TO DF-D-DEPOSITOR-ID
010600     MOVE DC-P-CATEGORY (DC-DEP-IDX) TO DF-D-OWNERSHIP-CATEGORY
010610     MOVE DC-P-NAME (DC-DEP-IDX) TO DF-D-DEPOSITOR-NAME
010620     MOVE DC-P-ADDRESS (DC-DEP-IDX) TO DF-D-DEPOSITOR-ADDRESS
010630     MOVE DC-P-ACCOUNT-COUNT (DC-DEP-IDX) TO DF-D-ACCOUNT-COUNT
010640     MOVE DC-P-BALANCE (DC-DEP-IDX) TO DF-D-BALANCE
010650     MOVE DC-P-ACCRUED (DC-DEP-IDX) TO DF-D-ACCRUED-INTEREST
010660     MOVE DC-INSURED TO DF-D-INSURED-AMOUNT
010670     MOVE DC-UNINSURED TO DF-D-UNINSURED-AMOUNT
010680     WRITE INSURANCE-FILING-RECORD
010690     ADD 1 TO DC-DEPOSITOR-COUNT.
010700
010710 3200-WRITE-DEPOSITOR-RECORD-EXIT.
010720     EXIT.
010730
010740*****************************************************************
010750* 3300-PRINT-DEPOSITOR prints the depositor's line on the      *
010760* coverage report.                                             *
010770*****************************************************************
010780 3300-PRINT-DEPOSITOR.
010790     MOVE DC-P-CUSTOMER-NO (DC-DEP-IDX) TO DC-D-CUSTOMER-NO
010800     MOVE DC-P-ACCOUNT-COUNT (DC-DEP-IDX) TO DC-D-ACCOUNT-COUNT
010810     MOVE DC-P-BALANCE (DC-DEP-IDX) TO DC-D-BALANCE
010820     MOVE DC-P-ACCRUED (DC-DEP-IDX) TO DC-D-ACCRUED
010830     MOVE DC-INSURED TO DC-D-INSURED
010840     MOVE DC-UNINSURED TO DC-D-UNINSURED
010850     WRITE COVERAGE-REPORT-LINE FROM DC-DEPOSITOR-LINE.
010860
010870 3300-PRINT-DEPOSITOR-EXIT.
010880     EXIT.
010890
010900*****************************************************************
010910* 3400-WRITE-TRAILER-RECORD closes the submission with the     *
010920* depositor count and the bank-wide totals.                    *
010930*****************************************************************
010940 3400-WRITE-TRAILER-RECORD.
010950     MOVE SPACES TO INSURANCE-FILING-RECORD
010960     SET DF-IS-TRAILER TO TRUE
010970     MOVE DC-TODAY TO DF-AS-OF-DATE
010980     MOVE DC-DEPOSITOR-COUNT TO DF-T-DEPOSITOR-COUNT
010990     MOVE DC-G-BALANCE TO DF-T-BALANCE-TOTAL
011000     MOVE DC-G-ACCRUED TO DF-T-ACCRUED-TOTAL
011010     MOVE DC-G-INSURED TO DF-T-INSURED-TOTAL
011020     MOVE DC-G-UNINSURED TO DF-T-UNINSURED-TOTAL
011030     WRITE INSURANCE-FILING-RECORD.
011040
011050 3400-WRITE-TRAILER-RECORD-EXIT.
011060     EXIT.
011070
011080*****************************************************************
011090* 3500-WRITE-REPORT-HEADING writes the coverage report's title,*
011100* the limit applied, and the depositor column headings.        *
011110*****************************************************************
011120 3500-WRITE-REPORT-HEADING.
011130     MOVE DC-TODAY TO DC-T-AS-OF-DATE
011140     WRITE COVERAGE-REPORT-LINE FROM DC-TITLE-LINE
011150     MOVE DC-COVERAGE-LIMIT TO DC-M-LIMIT
011160     WRITE COVERAGE-REPORT-LINE FROM DC-LIMIT-LINE
011170     MOVE ALL '=' TO COVERAGE-REPORT-LINE
011180     WRITE COVERAGE-REPORT-LINE
011190     WRITE COVERAGE-REPORT-LINE FROM DC-DEPOSITOR-HEADING
011200     MOVE ALL '-' TO COVERAGE-REPORT-LINE
011210     WRITE COVERAGE-REPORT-LINE.
011220
011230 3500-WRITE-REPORT-HEADING-EXIT.
011240     EXIT.
011250
011260*****************************************************************
011270* 4000-WRITE-BANK-TOTALS prints the bank-wide totals: one line *
011280* per ownership category, the grand total, and the accounts    *
011290* left out for want of a depositor.                            *
011300*****************************************************************
011310 4000-WRITE-BANK-TOTALS.
011320     MOVE SPACES TO COVERAGE-REPORT-LINE
011330     WRITE COVERAGE-REPORT-LINE
011340     MOVE 'BANK-WIDE TOTALS BY OWNERSHIP CATEGORY' TO
011350         COVERAGE-REPORT-LINE
011360     WRITE COVERAGE-REPORT-LINE
011370     MOVE ALL '=' TO COVERAGE-REPORT-LINE
011380     WRITE COVERAGE-REPORT-LINE
011390     WRITE COVERAGE-REPORT-LINE FROM DC-TOTALS-HEADING
011400     MOVE ALL '-' TO COVERAGE-REPORT-LINE
011410     WRITE COVERAGE-REPORT-LINE
011420     SET DC-CAT-IDX TO 1
011430     PERFORM 4100-WRITE-CATEGORY-LINE THRU
011440         4100-WRITE-CATEGORY-LINE-EXIT
011450         UNTIL DC-CAT-IDX > 4
011460     MOVE ALL '-' TO COVERAGE-REPORT-LINE
011470     WRITE COVERAGE-REPORT-LINE
011480     MOVE 'ALL' TO DC-G-CATEGORY-NAME
011490     MOVE DC-G-DEPOSITOR-COUNT TO DC-G-COUNT
011500     MOVE DC-G-BALANCE TO DC-G-BALANCE-OUT
011510     MOVE DC-G-ACCRUED TO DC-G-ACCRUED-OUT
011520     MOVE DC-G-INSURED TO DC-G-INSURED-OUT
011530     MOVE DC-G-UNINSURED TO DC-G-UNINSURED-OUT
011540     WRITE COVERAGE-REPORT-LINE FROM DC-TOTAL-LINE
011550     IF DC-EXCLUDED-COUNT > ZERO
011560         MOVE DC-EXCLUDED-COUNT TO DC-X-COUNT
011570         MOVE DC-EXCLUDED-TOTAL TO DC-X-TOTAL
011580         WRITE COVERAGE-REPORT-LINE FROM DC-EXCLUDED-LINE
011590     END-IF.
011600
011610 4000-WRITE-BANK-TOTALS-EXIT.
011620     EXIT.
011630
011640*****************************************************************
011650* 4100-WRITE-CATEGORY-LINE prints one category's totals.       *
011660*****************************************************************
011670 4100-WRITE-CATEGORY-LINE.
011680     EVALUATE DC-CAT-IDX
011690         WHEN 1
011700             MOVE 'SINGLE' TO DC-G-CATEGORY-NAME
011710         WHEN 2
011720             MOVE 'JOINT' TO DC-G-CATEGORY-NAME
011730         WHEN 3
011740             MOVE 'TRUST' TO DC-G-CATEGORY-NAME
011750         WHEN OTHER
011760             MOVE 'CORPORATE' TO DC-G-CATEGORY-NAME
011770     END-EVALUATE
011780     MOVE DC-K-DEPOSITOR-COUNT (DC-CAT-IDX) TO DC-G-COUNT
011790     MOVE DC-K-BALANCE (DC-CAT-IDX) TO DC-G-BALANCE-OUT
011800     MOVE DC-K-ACCRUED (DC-CAT-IDX) TO DC-G-ACCRUED-OUT
011810     MOVE DC-K-INSURED (DC-CAT-IDX) TO DC-G-INSURED-OUT
011820     MOVE DC-K-UNINSURED (DC-CAT-IDX) TO DC-G-UNINSURED-OUT
011830     WRITE COVERAGE-REPORT-LINE FROM DC-TOTAL-LINE
011840     SET DC-CAT-IDX UP BY 1.
011850
011860 4100-WRITE-CATEGORY-LINE-EXIT.
011870     EXIT.
011880
011890*****************************************************************
011900* 7000-ADD-ONE-DAY moves the work date on by one calendar day  *
011910* and counts it.                                               *
011920*****************************************************************
011930 7000-ADD-ONE-DAY.
011940     PERFORM 7100-SET-DAYS-IN-MONTH THRU
011950         7100-SET-DAYS-IN-MONTH-EXIT
011960     IF DC-WORK-DAY < DC-DAYS-IN-MONTH
011970         ADD 1 TO DC-WORK-DAY
011980     ELSE
011990         MOVE 1 TO DC-WORK-DAY
012000         IF DC-WORK-MONTH < 12
012010             ADD 1 TO DC-WORK-MONTH
012020         ELSE
012030             MOVE 1 TO DC-WORK-MONTH
012040             ADD 1 TO DC-WORK-YEAR
012050         END-IF
012060     END-IF
012070     ADD 1 TO DC-DAY-COUNT.
012080
012090 7000-ADD-ONE-DAY-EXIT.
012100     EXIT.
012110
012120*****************************************************************
012130* 7100-SET-DAYS-IN-MONTH sets the length of the work date's    *
012140* month, allowing for leap-year February.                      *
012150*****************************************************************
012160 7100-SET-DAYS-IN-MONTH.
012170     EVALUATE DC-WORK-MONTH
012180         WHEN 01
012190         WHEN 03
012200         WHEN 05
012210         WHEN 07
012220         WHEN 08
012230         WHEN 10
012240         WHEN 12
012250             MOVE 31 TO DC-DAYS-IN-MONTH
012260         WHEN 04
012270         WHEN 06
012280         WHEN 09
012290         WHEN 11
012300             MOVE 30 TO DC-DAYS-IN-MONTH
012310         WHEN 02
012320             DIVIDE DC-WORK-YEAR BY 4 GIVING DC-L-QUOTIENT
012330                 REMAINDER DC-L-REM-4
012340             DIVIDE DC-WORK-YEAR BY 100 GIVING DC-L-QUOTIENT
012350                 REMAINDER DC-L-REM-100
012360             DIVIDE DC-WORK-YEAR BY 400 GIVING DC-L-QUOTIENT
012370                 REMAINDER DC-L-REM-400
012380             IF DC-L-REM-4 = ZERO AND
012390                     (DC-L-REM-100 NOT = ZERO
012400                         OR DC-L-REM-400 = ZERO)
012410                 MOVE 29 TO DC-DAYS-IN-MONTH
012420             ELSE
012430                 MOVE 28 TO DC-DAYS-IN-MONTH
012440             END-IF
012450     END-EVALUATE.
012460
012470 7100-SET-DAYS-IN-MONTH-EXIT.
012480     EXIT.
