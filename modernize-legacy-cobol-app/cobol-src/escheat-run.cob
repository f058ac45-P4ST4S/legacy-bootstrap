000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ESCHEAT-RUN.
000030 AUTHOR. DATA PROCESSING DEPT.
000040 INSTALLATION. FIRST COMMERCIAL BANK.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 10/15/2026  RLM  Original version.                           *
000101* 10/15/2026  RLM  Foreign-currency balances carry their       *
000102*                  currency and home-currency equivalent onto  *
000103*                  the property record, and the holder total   *
000104*                  is in home currency.  A balance with no     *
000105*                  rate on file today is not remitted.         *
000106* 10/15/2026  RLM  The bank's taxpayer ID on the holder report *
000107*                  comes off the bank parameter file instead   *
000108*                  of a zero placeholder, and the run is       *
000109*                  refused while none is set.                  *
000110*****************************************************************
000120*
000130*****************************************************************
000140* ESCHEAT-RUN is the unclaimed-property escheatment job.  A    *
000150* dormant account whose last customer activity - found off     *
000160* the audit archive and the live trail exactly as DORMANCY-RUN *
000170* finds it - is older than its type's escheatment months on    *
000180* the bank parameter file (shipped default 36) is first sent a *
000190* due-diligence letter at its customer-master name and         *
000200* address, and entered on the escheatment register with the    *
000210* date the owner must respond by - the type's notice months    *
000220* (shipped default 3) later.  If the owner makes contact in    *
000230* that window - the account is reactivated, or shows new       *
000240* activity - the notice is withdrawn.  Otherwise, on the first *
000250* run after the respond-by date, the whole balance is remitted *
000260* through OPERATIONS' ESCHEAT under the supervisor keyed at    *
000270* the start, the account is closed through SETST and its close *
000280* date stamped on the customer master as ACCOUNT-CLOSE does,   *
000290* and a property record goes to the state's holder report,     *
000292* with the balance's currency and its home-currency            *
000294* equivalent at today's FXRATE-PROGRAM rate; the holder total  *
000296* is in home currency.  A foreign balance with no rate on      *
000298* file today is not remitted, and is reported.  A              *
000300* remittance OPERATIONS refuses - an open funds hold, for      *
000310* instance - leaves the notice standing and is reported.  An   *
000320* account the overflowed activity table cannot vouch for is    *
000330* reported for review by hand, never noticed or remitted.      *
000340* Run monthly, after DORMANCY-RUN.                             *
000342* The bank's taxpayer ID on the holder report comes off the    *
000344* bank parameter file; the run is refused while it is blank or *
000346* zero.                                                        *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS AT-FILE-STATUS.
000420
000430     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDITARC"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS DA-FILE-STATUS.
000460
000470     SELECT PARAMETER-FILE ASSIGN TO "BANKPARM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS ES-PARAMETER-FILE-STATUS.
000500
000510     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CM-ACCOUNT-ID
000550         FILE STATUS IS CM-FILE-STATUS.
000560
000570     SELECT ESCHEAT-REGISTER-FILE ASSIGN TO "ESCHREG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS EH-FILE-STATUS.
000600
000610     SELECT NOTICE-LETTER-FILE ASSIGN TO "ESCHLTR"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630
000640     SELECT HOLDER-REPORT-FILE ASSIGN TO "ESCHHLDR"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660
000670     SELECT ESCHEAT-REPORT-FILE ASSIGN TO "ESCHRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  AUDIT-TRAIL-FILE.
000730 01  AUDIT-TRAIL-RECORD.
000740     COPY AUDITREC.
000750
000760 FD  AUDIT-ARCHIVE-FILE.
000770 01  AUDIT-ARCHIVE-RECORD.
000780     COPY AUDITREC
000790         REPLACING ==AT-SEQUENCE-NO==   BY ==DA-SEQUENCE-NO==
000800                   ==AT-TRAN-DATE==     BY ==DA-TRAN-DATE==
000810                   ==AT-TRAN-TIME==     BY ==DA-TRAN-TIME==
000820                   ==AT-ACCOUNT-ID==    BY ==DA-ACCOUNT-ID==
000830                   ==AT-OPERATION-CODE== BY ==DA-OPERATION-CODE==
000840                   ==AT-AMOUNT==        BY ==DA-AMOUNT==
000850                   ==AT-RESULTING-BALANCE==
000860                       BY ==DA-RESULTING-BALANCE==
000870                   ==AT-OVERDRAWN-FLAG== BY ==DA-OVERDRAWN-FLAG==
000880                   ==AT-SUPERVISOR-ID== BY ==DA-SUPERVISOR-ID==
000890                   ==AT-OPERATOR-ID==   BY ==DA-OPERATOR-ID==
000900                   ==AT-ORIG-DATE==     BY ==DA-ORIG-DATE==
000910                   ==AT-ORIG-SEQ==      BY ==DA-ORIG-SEQ==.
000920
000930 FD  PARAMETER-FILE.
000940 01  PARAMETER-FILE-RECORD.
000950     COPY PARMREC.
000960
000970 FD  CUSTOMER-MASTER-FILE.
000980 01  CUSTOMER-MASTER-RECORD.
000990     COPY CUSTREC.
001000
001010 FD  ESCHEAT-REGISTER-FILE.
001020 01  ESCHEAT-REGISTER-RECORD.
001030     COPY ESCHREC.
001040
001050 FD  NOTICE-LETTER-FILE.
001060 01  NOTICE-LETTER-LINE          PIC X(80).
001070
001080 FD  HOLDER-REPORT-FILE.
001090 01  HOLDER-REPORT-RECORD.
001100     COPY UNCLREC.
001110
001120 FD  ESCHEAT-REPORT-FILE.
001130 01  ESCHEAT-REPORT-LINE         PIC X(100).
001140
001150 WORKING-STORAGE SECTION.
001160 01  AT-FILE-STATUS              PIC X(02) VALUE '00'.
001170 01  DA-FILE-STATUS              PIC X(02) VALUE '00'.
001180 01  ES-PARAMETER-FILE-STATUS    PIC X(02) VALUE '00'.
001190 01  CM-FILE-STATUS              PIC X(02) VALUE '00'.
001200 01  EH-FILE-STATUS              PIC X(02) VALUE '00'.
001210
001220 01  ES-SWITCHES.
001230     05  ES-TRAIL-EOF-SW         PIC X(01) VALUE 'N'.
001240         88  ES-TRAIL-EOF                 VALUE 'Y'.
001250     05  ES-ARCHIVE-EOF-SW       PIC X(01) VALUE 'N'.
001260         88  ES-ARCHIVE-EOF               VALUE 'Y'.
001270     05  ES-PARM-EOF-SW          PIC X(01) VALUE 'N'.
001280         88  ES-PARM-EOF                  VALUE 'Y'.
001290     05  ES-PARM-FOUND-SW        PIC X(01) VALUE 'N'.
001300         88  ES-PARM-FOUND                VALUE 'Y'.
001310     05  ES-REGISTER-EOF-SW      PIC X(01) VALUE 'N'.
001320         88  ES-REGISTER-EOF              VALUE 'Y'.
001330     05  ES-REGISTER-FOUND-SW    PIC X(01) VALUE 'N'.
001340         88  ES-REGISTER-FOUND            VALUE 'Y'.
001350     05  ES-END-OF-FILE-SW       PIC X(01) VALUE 'N'.
001360         88  ES-END-OF-FILE               VALUE 'Y'.
001370     05  ES-ACCT-FOUND-SW        PIC X(01) VALUE 'N'.
001380         88  ES-ACCT-FOUND                VALUE 'Y'.
001390     05  ES-OVERFLOW-SW          PIC X(01) VALUE 'N'.
001400         88  ES-TABLE-OVERFLOWED          VALUE 'Y'.
001410     05  ES-CUSTOMER-FOUND-SW    PIC X(01) VALUE 'N'.
001420         88  ES-CUSTOMER-FOUND            VALUE 'Y'.
001430
001440*****************************************************************
001450* The bank as holder, as registered with the state.  Its       *
001455* taxpayer ID comes off the bank parameter file.               *
001460*****************************************************************
001470 01  ES-CONSTANTS.
001480     05  ES-DEFAULT-ESCHEAT-MONTHS PIC 9(03) VALUE 36.
001490     05  ES-DEFAULT-NOTICE-MONTHS  PIC 9(02) VALUE 3.
001510     05  ES-HOLDER-NAME          PIC X(40) VALUE
001520         'FIRST COMMERCIAL BANK'.
001525 01  ES-HOLDER-TIN               PIC X(09) VALUE SPACES.
001530
001540 01  ES-TODAY                    PIC 9(08) VALUE ZERO.
001550 01  ES-BD-FUNCTION-CODE         PIC X(05).
001560
001570 01  ES-COUNTERS.
001580     05  ES-NOTICED-COUNT        PIC 9(06) VALUE ZERO.
001590     05  ES-PENDING-COUNT        PIC 9(06) VALUE ZERO.
001600     05  ES-WITHDRAWN-COUNT      PIC 9(06) VALUE ZERO.
001610     05  ES-REMITTED-COUNT       PIC 9(06) VALUE ZERO.
001620     05  ES-REFUSED-COUNT        PIC 9(06) VALUE ZERO.
001630     05  ES-UNREVIEWED-COUNT     PIC 9(06) VALUE ZERO.
001640     05  ES-PROPERTY-COUNT       PIC 9(08) VALUE ZERO.
001650     05  ES-REMITTED-TOTAL       PIC 9(13)V99 VALUE ZERO.
001651
001652 01  ES-HOME-CURRENCY            PIC X(03) VALUE SPACES.
001653 01  ES-FX-FUNCTION-CODE         PIC X(05).
001654 01  ES-FX-CURRENCY              PIC X(03).
001655 01  ES-FX-RATE                  PIC 9(05)V9(06).
001656 01  ES-FX-STATUS-CODE           PIC X(03).
001657 01  ES-HOME-AMOUNT              PIC 9(11)V99 VALUE ZERO.
001660
001670*****************************************************************
001680* One slot per account with customer activity anywhere on the  *
001690* archive or the live trail, carrying its latest posting date. *
001700*****************************************************************
001710 01  ES-ACTIVITY-TABLE.
001720     05  ES-ACTIVITY-ENTRY OCCURS 500 TIMES
001730             INDEXED BY ES-ACT-IDX.
001740         10  ES-A-ACCOUNT-ID     PIC 9(10).
001750         10  ES-A-LAST-DATE      PIC 9(08).
001760 01  ES-ACTIVITY-COUNT           PIC 9(03) VALUE ZERO.
001770 01  ES-LOOKUP-ACCOUNT           PIC 9(10).
001780 01  ES-SCAN-DATE                PIC 9(08).
001790 01  ES-SCAN-OPERATION           PIC X(08).
001800 01  ES-LAST-ACTIVITY            PIC 9(08).
001810
001820 01  ES-PARAMETER-TABLE.
001830     05  ES-PARM-ENTRY OCCURS 10 TIMES
001840             INDEXED BY ES-PARM-IDX.
001850         10  ES-PARM-TYPE        PIC X(01).
001860         10  ES-PARM-MONTHS      PIC 9(03).
001870         10  ES-PARM-NOTICE      PIC 9(02).
001880 01  ES-PARM-COUNT               PIC 9(02) VALUE ZERO.
001890 01  ES-LOOKUP-TYPE              PIC X(01).
001900 01  ES-ESCHEAT-MONTHS           PIC 9(03) VALUE 36.
001910 01  ES-NOTICE-MONTHS            PIC 9(02) VALUE 3.
001920
001930*****************************************************************
001940* The whole escheatment register is held here while the run    *
001950* works, one slot per account, and written back at the end.    *
001960*****************************************************************
001970 01  ES-REGISTER-TABLE.
001980     05  ES-REGISTER-ENTRY OCCURS 1000 TIMES
001990             INDEXED BY ES-REG-IDX.
002000         COPY ESCHREC
002010             REPLACING ==05==               BY ==10==
002020                 ==EH-ACCOUNT-ID==      BY ==ES-T-ACCOUNT-ID==
002030                 ==EH-STATUS-FLAG==     BY ==ES-T-STATUS-FLAG==
002040                 ==EH-IS-NOTICED==      BY ==ES-T-IS-NOTICED==
002050                 ==EH-IS-REMITTED==     BY ==ES-T-IS-REMITTED==
002060                 ==EH-IS-WITHDRAWN==    BY ==ES-T-IS-WITHDRAWN==
002070                 ==EH-LAST-ACTIVITY-DATE==
002080                     BY ==ES-T-LAST-ACTIVITY-DATE==
002090                 ==EH-NOTICE-DATE==     BY ==ES-T-NOTICE-DATE==
002100                 ==EH-RESPOND-BY-DATE==
002110                     BY ==ES-T-RESPOND-BY-DATE==
002120                 ==EH-REMIT-DATE==      BY ==ES-T-REMIT-DATE==
002130                 ==EH-REMIT-AMOUNT==    BY ==ES-T-REMIT-AMOUNT==.
002140 01  ES-REGISTER-COUNT           PIC 9(04) VALUE ZERO.
002150
002160 01  ES-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
002170 01  ES-RESPOND-BY-DATE          PIC 9(08) VALUE ZERO.
002180 01  ES-MONTHS-STEP              PIC 9(03) VALUE ZERO.
002190 01  ES-WORK-DATE                PIC 9(08).
002200 01  ES-WORK-DATE-R REDEFINES ES-WORK-DATE.
002210     05  ES-WORK-YEAR            PIC 9(04).
002220     05  ES-WORK-MONTH           PIC 9(02).
002230     05  ES-WORK-DAY             PIC 9(02).
002240 01  ES-DAYS-IN-MONTH            PIC 9(02).
002250 01  ES-MONTH-COUNT              PIC 9(03).
002260
002270 01  ES-LEAP-WORK.
002280     05  ES-L-REM-4              PIC 9(04) COMP.
002290     05  ES-L-REM-100            PIC 9(04) COMP.
002300     05  ES-L-REM-400            PIC 9(04) COMP.
002310     05  ES-L-QUOTIENT           PIC 9(04) COMP.
002320
002330 01  ES-FUNCTION-CODE            PIC X(05).
002340 01  ES-STATUS-CODE              PIC X(03).
002350 01  ES-OPERATION-CODE           PIC X(08).
002360 01  ES-AMOUNT                   PIC S9(9)V99 VALUE ZERO.
002370 01  ES-SUPERVISOR-ID            PIC X(08) VALUE SPACES.
002380 01  ES-TO-ACCOUNT-ID            PIC 9(10) VALUE ZERO.
002390 01  ES-OPERATOR-ID              PIC X(08) VALUE 'ESCHEAT '.
002400 01  ES-RESULT-STATUS            PIC X(03).
002410 01  ES-NEW-STATUS               PIC X(01) VALUE 'C'.
002420
002430 01  CURRENT-ACCOUNT-RECORD.
002440     COPY ACCTREC.
002450
002460 01  ES-DETAIL-LINE.
002470     05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
002480     05  ES-D-ACCOUNT-ID         PIC 9(10).
002490     05  FILLER                  PIC X(15) VALUE
002500         ' LAST ACTIVITY '.
002510     05  ES-D-LAST-DATE          PIC X(08).
002520     05  FILLER                  PIC X(01) VALUE SPACE.
002530     05  ES-D-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
002540     05  FILLER                  PIC X(01) VALUE SPACE.
002543     05  ES-D-CURRENCY           PIC X(03).
002546     05  FILLER                  PIC X(01) VALUE SPACE.
002550     05  ES-D-RESULT             PIC X(32).
002560
002570 01  ES-LETTER-DATE-LINE.
002580     05  FILLER                  PIC X(50) VALUE
002590         'FIRST COMMERCIAL BANK - NOTICE OF UNCLAIMED FUNDS'.
002600     05  FILLER                  PIC X(06) VALUE 'DATE: '.
002610     05  ES-L-NOTICE-DATE        PIC 9(08).
002620
002630 01  ES-LETTER-ACCOUNT-LINE.
002640     05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
002650     05  ES-L-ACCOUNT-ID         PIC 9(10).
002660     05  FILLER                  PIC X(10) VALUE '  BALANCE '.
002670     05  ES-L-BALANCE            PIC Z,ZZZ,ZZZ,ZZ9.99.
002680     05  FILLER                  PIC X(16) VALUE
002690         '  LAST ACTIVITY '.
002700     05  ES-L-LAST-DATE          PIC X(08).
002710
002720 01  ES-LETTER-RESPOND-LINE.
002730     05  FILLER                  PIC X(27) VALUE
002740         'UNLESS YOU CONTACT US BY '.
002750     05  ES-L-RESPOND-BY-DATE    PIC 9(08).
002760     05  FILLER                  PIC X(36) VALUE
002770         ' THE BALANCE WILL BE REMITTED TO THE'.
002780
002790 PROCEDURE DIVISION.
002800 0000-MAIN-CONTROL.
002810     MOVE 'GET  ' TO ES-BD-FUNCTION-CODE
002820     CALL 'BUSDATE-PROGRAM' USING ES-BD-FUNCTION-CODE ES-TODAY
002830     END-CALL
002840
002850     DISPLAY 'Enter supervisor ID for the escheatment '
002860         'remittances: '
002870     ACCEPT ES-SUPERVISOR-ID
002880
002883     PERFORM 1600-GET-HOME-CURRENCY THRU
002886         1600-GET-HOME-CURRENCY-EXIT
002890     PERFORM 1000-LOAD-PARAMETER-TABLE THRU
002900         1000-LOAD-PARAMETER-TABLE-EXIT
002901     IF ES-HOLDER-TIN = SPACES
002902         DISPLAY 'ESCHEAT-RUN: no bank taxpayer ID on BANKPARM '
002903             '- the holder report cannot be made. Run '
002904             'abandoned.'
002905         STOP RUN
002906     END-IF
002910     PERFORM 1200-LOAD-REGISTER-TABLE THRU
002920         1200-LOAD-REGISTER-TABLE-EXIT
002930     PERFORM 1400-OPEN-CUSTOMER-MASTER THRU
002940         1400-OPEN-CUSTOMER-MASTER-EXIT
002950     PERFORM 2000-BUILD-ACTIVITY-TABLE THRU
002960         2000-BUILD-ACTIVITY-TABLE-EXIT
002970
002980     OPEN OUTPUT ESCHEAT-REPORT-FILE
002990     OPEN OUTPUT NOTICE-LETTER-FILE
003000     OPEN OUTPUT HOLDER-REPORT-FILE
003010     PERFORM 2500-WRITE-REPORT-HEADING THRU
003020         2500-WRITE-REPORT-HEADING-EXIT
003030
003040     MOVE 'FIRST' TO ES-FUNCTION-CODE
003050     CALL 'DATA-PROGRAM' USING ES-FUNCTION-CODE AB-ACCOUNT-ID
003060         AB-BALANCE ES-STATUS-CODE AB-OD-LIMIT
003070         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
003075         AB-CURRENCY-CODE
003080     END-CALL
003090     PERFORM 3000-REVIEW-ONE-ACCOUNT THRU
003100         3000-REVIEW-ONE-ACCOUNT-EXIT
003110         UNTIL ES-END-OF-FILE
003120
003130     PERFORM 4900-WRITE-HOLDER-SUMMARY THRU
003140         4900-WRITE-HOLDER-SUMMARY-EXIT
003150     CLOSE ESCHEAT-REPORT-FILE
003160     CLOSE NOTICE-LETTER-FILE
003170     CLOSE HOLDER-REPORT-FILE
003180     CLOSE CUSTOMER-MASTER-FILE
003190     MOVE 'CLOSE' TO ES-FUNCTION-CODE
003200     CALL 'DATA-PROGRAM' USING ES-FUNCTION-CODE AB-ACCOUNT-ID
003210         AB-BALANCE
003220     END-CALL
003230     PERFORM 8000-REWRITE-REGISTER-FILE THRU
003240         8000-REWRITE-REGISTER-FILE-EXIT
003250
003260     DISPLAY 'ESCHEAT-RUN: ' ES-NOTICED-COUNT
003270         ' letter(s) sent, ' ES-PENDING-COUNT ' pending, '
003280         ES-WITHDRAWN-COUNT ' withdrawn, ' ES-REMITTED-COUNT
003290         ' remitted, ' ES-REFUSED-COUNT ' refused, '
003300         ES-UNREVIEWED-COUNT ' not reviewed - review by hand.'
003310     DISPLAY 'ESCHEAT-RUN: ' ES-REMITTED-TOTAL ' '
003315         ES-HOME-CURRENCY
003320         ' remitted as unclaimed property.'
003330     STOP RUN.
003340
003350*****************************************************************
003360* 1000-LOAD-PARAMETER-TABLE reads the bank parameter file into *
003370* memory, keeping each type's escheatment and notice months.   *
003380* A non-numeric or zero value - a record cut before the field  *
003390* existed - keeps the shipped default.  The bank's taxpayer ID *
003393* is taken from the first record that carries one that is      *
003396* neither blank nor zero; there is no default for it.          *
003400*****************************************************************
003410 1000-LOAD-PARAMETER-TABLE.
003420     OPEN INPUT PARAMETER-FILE
003430     IF ES-PARAMETER-FILE-STATUS = '00'
003440         PERFORM 1100-READ-PARAMETER-RECORD THRU
003450             1100-READ-PARAMETER-RECORD-EXIT
003460             UNTIL ES-PARM-EOF
003470         CLOSE PARAMETER-FILE
003480     ELSE
003490         DISPLAY 'ESCHEAT-RUN: BANKPARM not available - '
003500             'using the default escheatment and notice months '
003510             'for every account type.'
003520     END-IF.
003530
003540 1000-LOAD-PARAMETER-TABLE-EXIT.
003550     EXIT.
003560
003570*****************************************************************
003580* 1100-READ-PARAMETER-RECORD reads one bank parameter record   *
003590* into the next free slot of ES-PARAMETER-TABLE.               *
003600*****************************************************************
003610 1100-READ-PARAMETER-RECORD.
003620     READ PARAMETER-FILE
003630         AT END
003640             SET ES-PARM-EOF TO TRUE
003650         NOT AT END
003660             IF ES-PARM-COUNT >= 10
003670                 DISPLAY 'ESCHEAT-RUN: BANKPARM has more than '
003680                     '10 entries - entries beyond 10 are '
003690                     'ignored.'
003700                 SET ES-PARM-EOF TO TRUE
003710             ELSE
003720                 ADD 1 TO ES-PARM-COUNT
003730                 SET ES-PARM-IDX TO ES-PARM-COUNT
003740                 MOVE PM-ACCOUNT-TYPE TO
003750                     ES-PARM-TYPE (ES-PARM-IDX)
003760                 IF PM-ESCHEAT-MONTHS NUMERIC
003770                         AND PM-ESCHEAT-MONTHS > ZERO
003780                     MOVE PM-ESCHEAT-MONTHS TO
003790                         ES-PARM-MONTHS (ES-PARM-IDX)
003800                 ELSE
003810                     MOVE ES-DEFAULT-ESCHEAT-MONTHS TO
003820                         ES-PARM-MONTHS (ES-PARM-IDX)
003830                 END-IF
003840                 IF PM-ESCHEAT-NOTICE-MONTHS NUMERIC
003850                         AND PM-ESCHEAT-NOTICE-MONTHS > ZERO
003860                     MOVE PM-ESCHEAT-NOTICE-MONTHS TO
003870                         ES-PARM-NOTICE (ES-PARM-IDX)
003880                 ELSE
003890                     MOVE ES-DEFAULT-NOTICE-MONTHS TO
003900                         ES-PARM-NOTICE (ES-PARM-IDX)
003910                 END-IF
003911                 IF ES-HOLDER-TIN = SPACES
003912                         AND PM-BANK-TIN NOT = SPACES
003913                         AND PM-BANK-TIN NOT = ZEROS
003914                     MOVE PM-BANK-TIN TO ES-HOLDER-TIN
003915                 END-IF
003920             END-IF
003930     END-READ.
003940
003950 1100-READ-PARAMETER-RECORD-EXIT.
003960     EXIT.
003970
003980*****************************************************************
003990* 1200-LOAD-REGISTER-TABLE reads the escheatment register into *
004000* memory.  A missing file simply means no account has been     *
004010* noticed yet.  A register too big for the table stops the     *
004020* run before anything is done, since writing the table back    *
004030* would drop the entries it could not hold.                    *
004040*****************************************************************
004050 1200-LOAD-REGISTER-TABLE.
004060     OPEN INPUT ESCHEAT-REGISTER-FILE
004070     IF EH-FILE-STATUS = '00'
004080         PERFORM 1210-READ-REGISTER-RECORD THRU
004090             1210-READ-REGISTER-RECORD-EXIT
004100             UNTIL ES-REGISTER-EOF
004110         CLOSE ESCHEAT-REGISTER-FILE
004120     END-IF.
004130
004140 1200-LOAD-REGISTER-TABLE-EXIT.
004150     EXIT.
004160
004170*****************************************************************
004180* 1210-READ-REGISTER-RECORD reads one register entry into the  *
004190* next free table slot.                                        *
004200*****************************************************************
004210 1210-READ-REGISTER-RECORD.
004220     READ ESCHEAT-REGISTER-FILE
004230         AT END
004240             SET ES-REGISTER-EOF TO TRUE
004250         NOT AT END
004260             IF ES-REGISTER-COUNT >= 1000
004270                 DISPLAY 'ESCHEAT-RUN: ESCHREG has more than '
004280                     '1000 entries - the register cannot be '
004290                     'held. Run abandoned, nothing changed.'
004300                 CLOSE ESCHEAT-REGISTER-FILE
004310                 STOP RUN
004320             END-IF
004330             ADD 1 TO ES-REGISTER-COUNT
004340             SET ES-REG-IDX TO ES-REGISTER-COUNT
004350             MOVE ESCHEAT-REGISTER-RECORD TO
004360                 ES-REGISTER-ENTRY (ES-REG-IDX)
004370     END-READ.
004380
004390 1210-READ-REGISTER-RECORD-EXIT.
004400     EXIT.
004410
004420*****************************************************************
004430* 1400-OPEN-CUSTOMER-MASTER opens the customer master.  A      *
004440* missing or broken file stops the run - a letter needs the    *
004450* owner's address, the holder report needs the owner, and a    *
004460* closure must stamp the close date.                           *
004470*****************************************************************
004480 1400-OPEN-CUSTOMER-MASTER.
004490     OPEN I-O CUSTOMER-MASTER-FILE
004500     IF NOT CM-FILE-STATUS = '00'
004510         DISPLAY 'ESCHEAT-RUN: CUSTMST failed to open - '
004520             'status ' CM-FILE-STATUS '. Nothing done.'
004530         STOP RUN
004540     END-IF.
004550
004560 1400-OPEN-CUSTOMER-MASTER-EXIT.
004570     EXIT.
004580
004581*****************************************************************
004582* 1600-GET-HOME-CURRENCY asks FXRATE-PROGRAM for the home      *
004583* currency code, stamped on the property record of a home-     *
004584* currency account.                                            *
004585*****************************************************************
004586 1600-GET-HOME-CURRENCY.
004587     MOVE 'HOME ' TO ES-FX-FUNCTION-CODE
004588     MOVE SPACES TO ES-FX-CURRENCY
004589     CALL 'FXRATE-PROGRAM' USING ES-FX-FUNCTION-CODE
004590         ES-FX-CURRENCY ES-FX-RATE ES-FX-STATUS-CODE
004591     END-CALL
004592     MOVE ES-FX-CURRENCY TO ES-HOME-CURRENCY.
004593
004594 1600-GET-HOME-CURRENCY-EXIT.
004595     EXIT.
004596
004597*****************************************************************
004600* 2000-BUILD-ACTIVITY-TABLE scans the audit archive and then   *
004610* the live trail, keeping the latest customer-activity date    *
004620* per account.  A missing file simply means no postings from   *
004630* that source.                                                 *
004640*****************************************************************
004650 2000-BUILD-ACTIVITY-TABLE.
004660     OPEN INPUT AUDIT-ARCHIVE-FILE
004670     IF DA-FILE-STATUS = '00'
004680         PERFORM 2100-COLLECT-ARCHIVE-ENTRY THRU
004690             2100-COLLECT-ARCHIVE-ENTRY-EXIT
004700             UNTIL ES-ARCHIVE-EOF
004710         CLOSE AUDIT-ARCHIVE-FILE
004720     END-IF
004730     OPEN INPUT AUDIT-TRAIL-FILE
004740     IF AT-FILE-STATUS = '00'
004750         PERFORM 2200-COLLECT-TRAIL-ENTRY THRU
004760             2200-COLLECT-TRAIL-ENTRY-EXIT
004770             UNTIL ES-TRAIL-EOF
004780         CLOSE AUDIT-TRAIL-FILE
004790     END-IF.
004800
004810 2000-BUILD-ACTIVITY-TABLE-EXIT.
004820     EXIT.
004830
004840*****************************************************************
004850* 2100-COLLECT-ARCHIVE-ENTRY reads one archived audit entry    *
004860* and stages it for the apply paragraph.                       *
004870*****************************************************************
004880 2100-COLLECT-ARCHIVE-ENTRY.
004890     READ AUDIT-ARCHIVE-FILE
004900         AT END
004910             SET ES-ARCHIVE-EOF TO TRUE
004920         NOT AT END
004930             MOVE DA-ACCOUNT-ID TO ES-LOOKUP-ACCOUNT
004940             MOVE DA-TRAN-DATE TO ES-SCAN-DATE
004950             MOVE DA-OPERATION-CODE TO ES-SCAN-OPERATION
004960             PERFORM 2300-APPLY-ACTIVITY-ENTRY THRU
004970                 2300-APPLY-ACTIVITY-ENTRY-EXIT
004980     END-READ.
004990
005000 2100-COLLECT-ARCHIVE-ENTRY-EXIT.
005010     EXIT.
005020
005030*****************************************************************
005040* 2200-COLLECT-TRAIL-ENTRY reads one live audit entry and      *
005050* stages it for the apply paragraph.                           *
005060*****************************************************************
005070 2200-COLLECT-TRAIL-ENTRY.
005080     READ AUDIT-TRAIL-FILE
005090         AT END
005100             SET ES-TRAIL-EOF TO TRUE
005110         NOT AT END
005120             MOVE AT-ACCOUNT-ID TO ES-LOOKUP-ACCOUNT
005130             MOVE AT-TRAN-DATE TO ES-SCAN-DATE
005140             MOVE AT-OPERATION-CODE TO ES-SCAN-OPERATION
005150             PERFORM 2300-APPLY-ACTIVITY-ENTRY THRU
005160                 2300-APPLY-ACTIVITY-ENTRY-EXIT
005170     END-READ.
005180
005190 2200-COLLECT-TRAIL-ENTRY-EXIT.
005200     EXIT.
005210
005220*****************************************************************
005230* 2300-APPLY-ACTIVITY-ENTRY keeps the staged entry's date as   *
005240* its account's latest activity when the entry is customer     *
005250* business by DORMANCY-RUN's rule - CREDIT, DEBIT, a transfer  *
005260* leg, or a cheque paid.  Interest, fees, reversals, holds,    *
005270* and status changes do not count as owner contact.            *
005280*****************************************************************
005290 2300-APPLY-ACTIVITY-ENTRY.
005300     IF ES-SCAN-OPERATION NOT = 'CREDIT  '
005310             AND ES-SCAN-OPERATION NOT = 'DEBIT   '
005320             AND ES-SCAN-OPERATION NOT = 'TRANSIN '
005330             AND ES-SCAN-OPERATION NOT = 'TRANSOUT'
005340             AND ES-SCAN-OPERATION NOT = 'CHEQUE  '
005350         GO TO 2300-APPLY-ACTIVITY-ENTRY-EXIT
005360     END-IF
005370     PERFORM 2400-FIND-ACTIVITY-SLOT THRU
005380         2400-FIND-ACTIVITY-SLOT-EXIT
005390     IF ES-ACT-IDX > ES-ACTIVITY-COUNT
005400         GO TO 2300-APPLY-ACTIVITY-ENTRY-EXIT
005410     END-IF
005420     IF ES-SCAN-DATE > ES-A-LAST-DATE (ES-ACT-IDX)
005430         MOVE ES-SCAN-DATE TO ES-A-LAST-DATE (ES-ACT-IDX)
005440     END-IF.
005450
005460 2300-APPLY-ACTIVITY-ENTRY-EXIT.
005470     EXIT.
005480
005490*****************************************************************
005500* 2400-FIND-ACTIVITY-SLOT finds (or adds) the slot for the     *
005510* account in ES-LOOKUP-ACCOUNT.  A table past 500 accounts     *
005520* leaves the index beyond the count so the caller can skip,    *
005530* and raises the overflow switch so the review never mistakes  *
005540* a missing slot for an account with no activity.              *
005550*****************************************************************
005560 2400-FIND-ACTIVITY-SLOT.
005570     SET ES-ACCT-FOUND-SW TO 'N'
005580     SET ES-ACT-IDX TO 1
005590     PERFORM 2410-MATCH-ACTIVITY-SLOT THRU
005600         2410-MATCH-ACTIVITY-SLOT-EXIT
005610         UNTIL ES-ACT-IDX > ES-ACTIVITY-COUNT
005620             OR ES-ACCT-FOUND
005630     IF NOT ES-ACCT-FOUND
005640         IF ES-ACTIVITY-COUNT >= 500
005650             IF NOT ES-TABLE-OVERFLOWED
005660                 SET ES-OVERFLOW-SW TO 'Y'
005670                 DISPLAY 'ESCHEAT-RUN: more than 500 '
005680                     'account(s) with activity - accounts '
005690                     'beyond the table are reported for '
005700                     'review by hand, never remitted.'
005710             END-IF
005720         ELSE
005730             ADD 1 TO ES-ACTIVITY-COUNT
005740             SET ES-ACT-IDX TO ES-ACTIVITY-COUNT
005750             MOVE ES-LOOKUP-ACCOUNT TO
005760                 ES-A-ACCOUNT-ID (ES-ACT-IDX)
005770             MOVE ZERO TO ES-A-LAST-DATE (ES-ACT-IDX)
005780         END-IF
005790     END-IF.
005800
005810 2400-FIND-ACTIVITY-SLOT-EXIT.
005820     EXIT.
005830
005840*****************************************************************
005850* 2410-MATCH-ACTIVITY-SLOT compares one slot against the       *
005860* account being looked up.                                     *
005870*****************************************************************
005880 2410-MATCH-ACTIVITY-SLOT.
005890     IF ES-A-ACCOUNT-ID (ES-ACT-IDX) = ES-LOOKUP-ACCOUNT
005900         SET ES-ACCT-FOUND-SW TO 'Y'
005910     ELSE
005920         SET ES-ACT-IDX UP BY 1
005930     END-IF.
005940
005950 2410-MATCH-ACTIVITY-SLOT-EXIT.
005960     EXIT.
005970
005980*****************************************************************
005990* 2500-WRITE-REPORT-HEADING prints the run report's title      *
006000* lines and opens the holder report with the holder record.    *
006010*****************************************************************
006020 2500-WRITE-REPORT-HEADING.
006030     MOVE 'UNCLAIMED PROPERTY ESCHEATMENT REPORT' TO
006040         ESCHEAT-REPORT-LINE
006050     WRITE ESCHEAT-REPORT-LINE
006060     MOVE '=====================================' TO
006070         ESCHEAT-REPORT-LINE
006080     WRITE ESCHEAT-REPORT-LINE
006090     MOVE SPACES TO ESCHEAT-REPORT-LINE
006100     WRITE ESCHEAT-REPORT-LINE
006110
006120     MOVE SPACES TO HOLDER-REPORT-RECORD
006130     SET UP-IS-HOLDER TO TRUE
006140     MOVE ES-TODAY TO UP-REPORT-DATE
006150     MOVE ES-HOLDER-TIN TO UP-H-HOLDER-TIN
006160     MOVE ES-HOLDER-NAME TO UP-H-HOLDER-NAME
006170     WRITE HOLDER-REPORT-RECORD.
006180
006190 2500-WRITE-REPORT-HEADING-EXIT.
006200     EXIT.
006210
006220*****************************************************************
006230* 3000-REVIEW-ONE-ACCOUNT reviews the account just browsed.  A *
006240* noticed account that is no longer dormant, or that shows     *
006250* activity newer than its letter, has its notice withdrawn.    *
006260* A noticed account whose respond-by date has come is          *
006270* remitted and closed.  A dormant account with a credit        *
006280* balance and no activity for its type's escheatment months    *
006290* is sent its letter.  A remitted account still open - its     *
006300* closure refused last time - is closed.  Then the next        *
006310* account is browsed.                                          *
006320*****************************************************************
006330 3000-REVIEW-ONE-ACCOUNT.
006340     IF ES-STATUS-CODE = 'EOF'
006350         SET ES-END-OF-FILE TO TRUE
006360         GO TO 3000-REVIEW-ONE-ACCOUNT-EXIT
006370     END-IF
006380     PERFORM 3100-FIND-REGISTER-ENTRY THRU
006390         3100-FIND-REGISTER-ENTRY-EXIT
006400
006410     IF NOT AB-IS-DORMANT
006420         IF ES-REGISTER-FOUND
006430             IF ES-T-IS-NOTICED (ES-REG-IDX)
006440                 MOVE ES-T-LAST-ACTIVITY-DATE (ES-REG-IDX) TO
006450                     ES-LAST-ACTIVITY
006460                 MOVE 'WITHDRAWN - NO LONGER DORMANT' TO
006470                     ES-D-RESULT
006480                 PERFORM 3700-WITHDRAW-NOTICE THRU
006490                     3700-WITHDRAW-NOTICE-EXIT
006500             END-IF
006510         END-IF
006520         GO TO 3000-REVIEW-ONE-ACCOUNT-NEXT
006530     END-IF
006540
006550     PERFORM 3200-SET-ESCHEAT-MONTHS THRU
006560         3200-SET-ESCHEAT-MONTHS-EXIT
006570     PERFORM 3300-LOOK-UP-LAST-ACTIVITY THRU
006580         3300-LOOK-UP-LAST-ACTIVITY-EXIT
006590     IF ES-TABLE-OVERFLOWED AND NOT ES-ACCT-FOUND
006600         MOVE 'NOT REVIEWED - TABLE FULL' TO ES-D-RESULT
006610         PERFORM 3900-WRITE-DETAIL-LINE THRU
006620             3900-WRITE-DETAIL-LINE-EXIT
006630         ADD 1 TO ES-UNREVIEWED-COUNT
006640         GO TO 3000-REVIEW-ONE-ACCOUNT-NEXT
006650     END-IF
006660
006670     IF ES-REGISTER-FOUND
006680         IF ES-T-IS-NOTICED (ES-REG-IDX)
006690             PERFORM 3050-REVIEW-NOTICED-ACCOUNT THRU
006700                 3050-REVIEW-NOTICED-ACCOUNT-EXIT
006710             GO TO 3000-REVIEW-ONE-ACCOUNT-NEXT
006720         END-IF
006730         IF ES-T-IS-REMITTED (ES-REG-IDX)
006740             PERFORM 3600-CLOSE-ACCOUNT THRU
006750                 3600-CLOSE-ACCOUNT-EXIT
006760             GO TO 3000-REVIEW-ONE-ACCOUNT-NEXT
006770         END-IF
006780     END-IF
006790
006800     MOVE ES-ESCHEAT-MONTHS TO ES-MONTHS-STEP
006810     PERFORM 7000-COMPUTE-DATE-BACK THRU
006820         7000-COMPUTE-DATE-BACK-EXIT
006830     MOVE ES-WORK-DATE TO ES-CUTOFF-DATE
006840     IF ES-LAST-ACTIVITY < ES-CUTOFF-DATE
006850             AND AB-BALANCE > ZERO
006860         PERFORM 3400-SEND-NOTICE THRU 3400-SEND-NOTICE-EXIT
006870     END-IF.
006880
006890 3000-REVIEW-ONE-ACCOUNT-NEXT.
006900     MOVE 'NEXT ' TO ES-FUNCTION-CODE
006910     CALL 'DATA-PROGRAM' USING ES-FUNCTION-CODE AB-ACCOUNT-ID
006920         AB-BALANCE ES-STATUS-CODE AB-OD-LIMIT
006930         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
006935         AB-CURRENCY-CODE
006940     END-CALL.
006950
006960 3000-REVIEW-ONE-ACCOUNT-EXIT.
006970     EXIT.
006980
006990*****************************************************************
007000* 3050-REVIEW-NOTICED-ACCOUNT decides a dormant account already*
007010* sent its letter: activity newer than the letter's is owner   *
007020* contact and withdraws the notice; a balance no longer in     *
007030* credit leaves nothing to remit and withdraws it too;         *
007040* otherwise the balance is remitted once the respond-by date   *
007050* has come, and the notice stays pending until then.           *
007060*****************************************************************
007070 3050-REVIEW-NOTICED-ACCOUNT.
007080     IF ES-LAST-ACTIVITY > ES-T-LAST-ACTIVITY-DATE (ES-REG-IDX)
007090         MOVE 'WITHDRAWN - OWNER ACTIVITY' TO ES-D-RESULT
007100         PERFORM 3700-WITHDRAW-NOTICE THRU
007110             3700-WITHDRAW-NOTICE-EXIT
007120         GO TO 3050-REVIEW-NOTICED-ACCOUNT-EXIT
007130     END-IF
007140     IF AB-BALANCE NOT > ZERO
007150         MOVE 'WITHDRAWN - NO BALANCE TO REMIT' TO ES-D-RESULT
007160         PERFORM 3700-WITHDRAW-NOTICE THRU
007170             3700-WITHDRAW-NOTICE-EXIT
007180         GO TO 3050-REVIEW-NOTICED-ACCOUNT-EXIT
007190     END-IF
007200     IF ES-TODAY < ES-T-RESPOND-BY-DATE (ES-REG-IDX)
007210         ADD 1 TO ES-PENDING-COUNT
007220         GO TO 3050-REVIEW-NOTICED-ACCOUNT-EXIT
007230     END-IF
007240     PERFORM 3500-REMIT-BALANCE THRU 3500-REMIT-BALANCE-EXIT.
007250
007260 3050-REVIEW-NOTICED-ACCOUNT-EXIT.
007270     EXIT.
007280
007290*****************************************************************
007300* 3100-FIND-REGISTER-ENTRY finds the register entry for the    *
007310* account just browsed; ES-REGISTER-FOUND says whether there   *
007320* is one, and the index is left on it.                         *
007330*****************************************************************
007340 3100-FIND-REGISTER-ENTRY.
007350     SET ES-REGISTER-FOUND-SW TO 'N'
007360     SET ES-REG-IDX TO 1
007370     PERFORM 3110-MATCH-REGISTER-ENTRY THRU
007380         3110-MATCH-REGISTER-ENTRY-EXIT
007390         UNTIL ES-REG-IDX > ES-REGISTER-COUNT
007400             OR ES-REGISTER-FOUND.
007410
007420 3100-FIND-REGISTER-ENTRY-EXIT.
007430     EXIT.
007440
007450*****************************************************************
007460* 3110-MATCH-REGISTER-ENTRY compares one register entry        *
007470* against the account just browsed.                            *
007480*****************************************************************
007490 3110-MATCH-REGISTER-ENTRY.
007500     IF ES-T-ACCOUNT-ID (ES-REG-IDX) = AB-ACCOUNT-ID
007510         SET ES-REGISTER-FOUND-SW TO 'Y'
007520     ELSE
007530         SET ES-REG-IDX UP BY 1
007540     END-IF.
007550
007560 3110-MATCH-REGISTER-ENTRY-EXIT.
007570     EXIT.
007580
007590*****************************************************************
007600* 3200-SET-ESCHEAT-MONTHS sets the escheatment and notice      *
007610* months for the account just browsed from its type's bank     *
007620* parameter record.  An account written before the type field  *
007630* existed counts as checking; a type with no parameter record  *
007640* keeps the shipped defaults.                                  *
007650*****************************************************************
007660 3200-SET-ESCHEAT-MONTHS.
007670     IF AB-ACCOUNT-TYPE = SPACE
007680         MOVE 'C' TO ES-LOOKUP-TYPE
007690     ELSE
007700         MOVE AB-ACCOUNT-TYPE TO ES-LOOKUP-TYPE
007710     END-IF
007720     SET ES-PARM-FOUND-SW TO 'N'
007730     SET ES-PARM-IDX TO 1
007740     PERFORM 3210-COMPARE-PARAMETER-ENTRY THRU
007750         3210-COMPARE-PARAMETER-ENTRY-EXIT
007760         UNTIL ES-PARM-IDX > ES-PARM-COUNT
007770             OR ES-PARM-FOUND
007780     IF ES-PARM-FOUND
007790         MOVE ES-PARM-MONTHS (ES-PARM-IDX) TO ES-ESCHEAT-MONTHS
007800         MOVE ES-PARM-NOTICE (ES-PARM-IDX) TO ES-NOTICE-MONTHS
007810     ELSE
007820         MOVE ES-DEFAULT-ESCHEAT-MONTHS TO ES-ESCHEAT-MONTHS
007830         MOVE ES-DEFAULT-NOTICE-MONTHS TO ES-NOTICE-MONTHS
007840     END-IF.
007850
007860 3200-SET-ESCHEAT-MONTHS-EXIT.
007870     EXIT.
007880
007890*****************************************************************
007900* 3210-COMPARE-PARAMETER-ENTRY compares one parameter entry    *
007910* against the account type being looked up.                    *
007920*****************************************************************
007930 3210-COMPARE-PARAMETER-ENTRY.
007940     IF ES-PARM-TYPE (ES-PARM-IDX) = ES-LOOKUP-TYPE
007950         SET ES-PARM-FOUND-SW TO 'Y'
007960     ELSE
007970         SET ES-PARM-IDX UP BY 1
007980     END-IF.
007990
008000 3210-COMPARE-PARAMETER-ENTRY-EXIT.
008010     EXIT.
008020
008030*****************************************************************
008040* 3300-LOOK-UP-LAST-ACTIVITY finds the current account's last  *
008050* customer-activity date, or zero when it has none on record.  *
008060* ES-ACCT-FOUND says whether the account has a slot at all -   *
008070* on an overflowed table the caller must not treat a missing   *
008080* slot as no activity.                                         *
008090*****************************************************************
008100 3300-LOOK-UP-LAST-ACTIVITY.
008110     MOVE ZERO TO ES-LAST-ACTIVITY
008120     MOVE AB-ACCOUNT-ID TO ES-LOOKUP-ACCOUNT
008130     SET ES-ACCT-FOUND-SW TO 'N'
008140     SET ES-ACT-IDX TO 1
008150     PERFORM 2410-MATCH-ACTIVITY-SLOT THRU
008160         2410-MATCH-ACTIVITY-SLOT-EXIT
008170         UNTIL ES-ACT-IDX > ES-ACTIVITY-COUNT
008180             OR ES-ACCT-FOUND
008190     IF ES-ACCT-FOUND
008200         MOVE ES-A-LAST-DATE (ES-ACT-IDX) TO ES-LAST-ACTIVITY
008210     END-IF.
008220
008230 3300-LOOK-UP-LAST-ACTIVITY-EXIT.
008240     EXIT.
008250
008260*****************************************************************
008270* 3400-SEND-NOTICE writes the due-diligence letter to the      *
008280* owner on the customer master and enters the account on the   *
008290* register as noticed, with the date the owner must respond    *
008300* by.  An account with no customer-master record has no one to *
008310* write to and is reported for review by hand.                 *
008320*****************************************************************
008330 3400-SEND-NOTICE.
008340     PERFORM 3450-READ-CUSTOMER THRU 3450-READ-CUSTOMER-EXIT
008350     IF NOT ES-CUSTOMER-FOUND
008360         MOVE 'NOT NOTICED - NO CUSTOMER RECORD' TO ES-D-RESULT
008370         PERFORM 3900-WRITE-DETAIL-LINE THRU
008380             3900-WRITE-DETAIL-LINE-EXIT
008390         ADD 1 TO ES-REFUSED-COUNT
008400         GO TO 3400-SEND-NOTICE-EXIT
008410     END-IF
008420     IF NOT ES-REGISTER-FOUND
008430         IF ES-REGISTER-COUNT >= 1000
008440             MOVE 'NOT NOTICED - REGISTER FULL' TO ES-D-RESULT
008450             PERFORM 3900-WRITE-DETAIL-LINE THRU
008460                 3900-WRITE-DETAIL-LINE-EXIT
008470             ADD 1 TO ES-REFUSED-COUNT
008480             GO TO 3400-SEND-NOTICE-EXIT
008490         END-IF
008500         ADD 1 TO ES-REGISTER-COUNT
008510         SET ES-REG-IDX TO ES-REGISTER-COUNT
008520         MOVE AB-ACCOUNT-ID TO ES-T-ACCOUNT-ID (ES-REG-IDX)
008530     END-IF
008540
008550     MOVE ES-NOTICE-MONTHS TO ES-MONTHS-STEP
008560     PERFORM 7050-COMPUTE-DATE-FORWARD THRU
008570         7050-COMPUTE-DATE-FORWARD-EXIT
008580     MOVE ES-WORK-DATE TO ES-RESPOND-BY-DATE
008590
008600     SET ES-T-IS-NOTICED (ES-REG-IDX) TO TRUE
008610     MOVE ES-LAST-ACTIVITY TO
008620         ES-T-LAST-ACTIVITY-DATE (ES-REG-IDX)
008630     MOVE ES-TODAY TO ES-T-NOTICE-DATE (ES-REG-IDX)
008640     MOVE ES-RESPOND-BY-DATE TO ES-T-RESPOND-BY-DATE (ES-REG-IDX)
008650     MOVE ZERO TO ES-T-REMIT-DATE (ES-REG-IDX)
008660     MOVE ZERO TO ES-T-REMIT-AMOUNT (ES-REG-IDX)
008670
008680     PERFORM 3460-WRITE-LETTER THRU 3460-WRITE-LETTER-EXIT
008690     MOVE 'DUE-DILIGENCE LETTER SENT' TO ES-D-RESULT
008700     PERFORM 3900-WRITE-DETAIL-LINE THRU
008710         3900-WRITE-DETAIL-LINE-EXIT
008720     ADD 1 TO ES-NOTICED-COUNT.
008730
008740 3400-SEND-NOTICE-EXIT.
008750     EXIT.
008760
008770*****************************************************************
008780* 3450-READ-CUSTOMER reads the customer-master record of the   *
008790* account just browsed; ES-CUSTOMER-FOUND says whether there   *
008800* is one.                                                      *
008810*****************************************************************
008820 3450-READ-CUSTOMER.
008830     SET ES-CUSTOMER-FOUND-SW TO 'Y'
008840     MOVE AB-ACCOUNT-ID TO CM-ACCOUNT-ID
008850     READ CUSTOMER-MASTER-FILE
008860         INVALID KEY
008870             SET ES-CUSTOMER-FOUND-SW TO 'N'
008880     END-READ.
008890
008900 3450-READ-CUSTOMER-EXIT.
008910     EXIT.
008920
008930*****************************************************************
008940* 3460-WRITE-LETTER prints the due-diligence letter: the       *
008950* owner's name and address, the account, its balance and last  *
008960* activity, and the date by which the owner must make contact  *
008970* to stop the remittance.                                      *
008980*****************************************************************
008990 3460-WRITE-LETTER.
009000     MOVE ES-TODAY TO ES-L-NOTICE-DATE
009010     WRITE NOTICE-LETTER-LINE FROM ES-LETTER-DATE-LINE
009020     MOVE SPACES TO NOTICE-LETTER-LINE
009030     WRITE NOTICE-LETTER-LINE
009040     MOVE CM-CUSTOMER-NAME TO NOTICE-LETTER-LINE
009050     WRITE NOTICE-LETTER-LINE
009060     MOVE CM-CUSTOMER-ADDRESS TO NOTICE-LETTER-LINE
009070     WRITE NOTICE-LETTER-LINE
009080     MOVE SPACES TO NOTICE-LETTER-LINE
009090     WRITE NOTICE-LETTER-LINE
009100     MOVE AB-ACCOUNT-ID TO ES-L-ACCOUNT-ID
009110     MOVE AB-BALANCE TO ES-L-BALANCE
009120     IF ES-LAST-ACTIVITY = ZERO
009130         MOVE 'NONE    ' TO ES-L-LAST-DATE
009140     ELSE
009150         MOVE ES-LAST-ACTIVITY TO ES-L-LAST-DATE
009160     END-IF
009170     WRITE NOTICE-LETTER-LINE FROM ES-LETTER-ACCOUNT-LINE
009180     MOVE SPACES TO NOTICE-LETTER-LINE
009190     WRITE NOTICE-LETTER-LINE
009200     MOVE 'THERE HAS BEEN NO ACTIVITY ON THIS ACCOUNT FOR THE '
009210         TO NOTICE-LETTER-LINE
009220     WRITE NOTICE-LETTER-LINE
009230     MOVE 'PERIOD SET BY STATE LAW FOR UNCLAIMED PROPERTY.'
009240         TO NOTICE-LETTER-LINE
009250     WRITE NOTICE-LETTER-LINE
009260     MOVE ES-RESPOND-BY-DATE TO ES-L-RESPOND-BY-DATE
009270     WRITE NOTICE-LETTER-LINE FROM ES-LETTER-RESPOND-LINE
009280     MOVE 'STATE AS UNCLAIMED PROPERTY AND THE ACCOUNT CLOSED.'
009290         TO NOTICE-LETTER-LINE
009300     WRITE NOTICE-LETTER-LINE
009310     MOVE ALL '=' TO NOTICE-LETTER-LINE
009320     WRITE NOTICE-LETTER-LINE.
009330
009340 3460-WRITE-LETTER-EXIT.
009350     EXIT.
009360
009370*****************************************************************
009380* 3500-REMIT-BALANCE remits the whole balance through          *
009390* OPERATIONS' ESCHEAT under the supervisor keyed at the start, *
009400* writes the property record to the holder report, marks the   *
009410* register entry remitted, and closes the account.  A          *
009420* remittance OPERATIONS refuses leaves the notice standing for *
009430* the next run and is reported.  A foreign balance is priced   *
009433* in home currency first; with no rate on file today nothing   *
009436* is posted, the notice stands, and the account is reported.   *
009440*****************************************************************
009450 3500-REMIT-BALANCE.
009460     PERFORM 3450-READ-CUSTOMER THRU 3450-READ-CUSTOMER-EXIT
009470     IF NOT ES-CUSTOMER-FOUND
009480         MOVE 'NOT REMITTED - NO CUSTOMER RECORD' TO ES-D-RESULT
009490         PERFORM 3900-WRITE-DETAIL-LINE THRU
009500             3900-WRITE-DETAIL-LINE-EXIT
009510         ADD 1 TO ES-REFUSED-COUNT
009520         GO TO 3500-REMIT-BALANCE-EXIT
009530     END-IF
009531
009532     IF AB-HOME-CURRENCY
009533         MOVE AB-BALANCE TO ES-HOME-AMOUNT
009534     ELSE
009535         MOVE 'RATE ' TO ES-FX-FUNCTION-CODE
009536         MOVE AB-CURRENCY-CODE TO ES-FX-CURRENCY
009537         CALL 'FXRATE-PROGRAM' USING ES-FX-FUNCTION-CODE
009538             ES-FX-CURRENCY ES-FX-RATE ES-FX-STATUS-CODE
009539         END-CALL
009540         IF NOT ES-FX-STATUS-CODE = 'OK '
009541             MOVE 'NOT REMITTED - NO RATE ON FILE' TO
009542                 ES-D-RESULT
009543             PERFORM 3900-WRITE-DETAIL-LINE THRU
009544                 3900-WRITE-DETAIL-LINE-EXIT
009545             ADD 1 TO ES-REFUSED-COUNT
009546             GO TO 3500-REMIT-BALANCE-EXIT
009547         END-IF
009548         COMPUTE ES-HOME-AMOUNT ROUNDED = AB-BALANCE * ES-FX-RATE
009549     END-IF
009550
009551     MOVE 'ESCHEAT ' TO ES-OPERATION-CODE
009560     MOVE AB-BALANCE TO ES-AMOUNT
009570     CALL 'OPERATIONS' USING AB-ACCOUNT-ID ES-OPERATION-CODE
009580         ES-AMOUNT AB-BALANCE ES-SUPERVISOR-ID
009590         ES-TO-ACCOUNT-ID ES-OPERATOR-ID ES-RESULT-STATUS
009600     END-CALL
009610     IF NOT ES-RESULT-STATUS = 'OK '
009620         MOVE 'NOT REMITTED - STATUS ' TO ES-D-RESULT
009630         MOVE ES-RESULT-STATUS TO ES-D-RESULT (23:3)
009640         PERFORM 3900-WRITE-DETAIL-LINE THRU
009650             3900-WRITE-DETAIL-LINE-EXIT
009660         ADD 1 TO ES-REFUSED-COUNT
009670         GO TO 3500-REMIT-BALANCE-EXIT
009680     END-IF
009690
009700     MOVE SPACES TO HOLDER-REPORT-RECORD
009710     SET UP-IS-PROPERTY TO TRUE
009720     MOVE ES-TODAY TO UP-REPORT-DATE
009730     MOVE CM-CUSTOMER-NAME TO UP-P-OWNER-NAME
009740     MOVE CM-CUSTOMER-ADDRESS TO UP-P-OWNER-ADDRESS
009750     MOVE AB-ACCOUNT-ID TO UP-P-ACCOUNT-ID
009760     MOVE AB-ACCOUNT-TYPE TO UP-P-ACCOUNT-TYPE
009770     MOVE ES-T-LAST-ACTIVITY-DATE (ES-REG-IDX) TO
009780         UP-P-LAST-ACTIVITY-DATE
009790     MOVE ES-T-NOTICE-DATE (ES-REG-IDX) TO UP-P-NOTICE-DATE
009800     MOVE ES-AMOUNT TO UP-P-AMOUNT-REMITTED
009801     IF AB-HOME-CURRENCY
009802         MOVE ES-HOME-CURRENCY TO UP-P-CURRENCY-CODE
009803     ELSE
009804         MOVE AB-CURRENCY-CODE TO UP-P-CURRENCY-CODE
009805     END-IF
009806     MOVE ES-HOME-AMOUNT TO UP-P-HOME-AMOUNT
009810     WRITE HOLDER-REPORT-RECORD
009820     ADD 1 TO ES-PROPERTY-COUNT
009830     ADD ES-HOME-AMOUNT TO ES-REMITTED-TOTAL
009840
009850     SET ES-T-IS-REMITTED (ES-REG-IDX) TO TRUE
009860     MOVE ES-TODAY TO ES-T-REMIT-DATE (ES-REG-IDX)
009870     MOVE ES-AMOUNT TO ES-T-REMIT-AMOUNT (ES-REG-IDX)
009880     MOVE 'REMITTED AS UNCLAIMED PROPERTY' TO ES-D-RESULT
009890     PERFORM 3900-WRITE-DETAIL-LINE THRU
009900         3900-WRITE-DETAIL-LINE-EXIT
009910     ADD 1 TO ES-REMITTED-COUNT
009920     PERFORM 3600-CLOSE-ACCOUNT THRU 3600-CLOSE-ACCOUNT-EXIT.
009930
009940 3500-REMIT-BALANCE-EXIT.
009950     EXIT.
009960
009970*****************************************************************
009980* 3600-CLOSE-ACCOUNT sets the closed status through            *
009990* OPERATIONS' SETST under the supervisor keyed at the start    *
010000* and stamps the close date on the customer master, as         *
010010* ACCOUNT-CLOSE does.  A closure refused here leaves the       *
010020* register entry remitted, and the next run tries again.       *
010030*****************************************************************
010040 3600-CLOSE-ACCOUNT.
010050     MOVE 'SETST   ' TO ES-OPERATION-CODE
010060     MOVE ZERO TO ES-AMOUNT
010070     CALL 'OPERATIONS' USING AB-ACCOUNT-ID ES-OPERATION-CODE
010080         ES-AMOUNT AB-BALANCE ES-SUPERVISOR-ID
010090         ES-TO-ACCOUNT-ID ES-OPERATOR-ID ES-RESULT-STATUS
010100         ES-NEW-STATUS
010110     END-CALL
010120     IF NOT ES-RESULT-STATUS = 'OK '
010130         DISPLAY 'ESCHEAT-RUN: closed status refused for '
010140             'account ' AB-ACCOUNT-ID ' - status '
010150             ES-RESULT-STATUS '. The balance has been '
010160             'remitted - the next run retries the closure.'
010170         GO TO 3600-CLOSE-ACCOUNT-EXIT
010180     END-IF
010190     PERFORM 3450-READ-CUSTOMER THRU 3450-READ-CUSTOMER-EXIT
010200     IF ES-CUSTOMER-FOUND
010210         MOVE ES-TODAY TO CM-CLOSE-DATE
010220         REWRITE CUSTOMER-MASTER-RECORD
010230             INVALID KEY
010240                 DISPLAY 'ESCHEAT-RUN: close date could not be '
010250                     'stamped for account ' CM-ACCOUNT-ID
010260                     ' - status ' CM-FILE-STATUS '.'
010270         END-REWRITE
010280     END-IF.
010290
010300 3600-CLOSE-ACCOUNT-EXIT.
010310     EXIT.
010320
010330*****************************************************************
010340* 3700-WITHDRAW-NOTICE marks the account's register entry      *
010350* withdrawn - the owner made contact, or nothing is left to    *
010360* remit - and reports it with the reason already staged.       *
010370*****************************************************************
010380 3700-WITHDRAW-NOTICE.
010390     SET ES-T-IS-WITHDRAWN (ES-REG-IDX) TO TRUE
010400     PERFORM 3900-WRITE-DETAIL-LINE THRU
010410         3900-WRITE-DETAIL-LINE-EXIT
010420     ADD 1 TO ES-WITHDRAWN-COUNT.
010430
010440 3700-WITHDRAW-NOTICE-EXIT.
010450     EXIT.
010460
010470*****************************************************************
010480* 3900-WRITE-DETAIL-LINE prints one line of the run report for *
010490* the account just browsed with the result already staged.     *
010500*****************************************************************
010510 3900-WRITE-DETAIL-LINE.
010520     MOVE AB-ACCOUNT-ID TO ES-D-ACCOUNT-ID
010530     IF ES-LAST-ACTIVITY = ZERO
010540         MOVE 'NONE    ' TO ES-D-LAST-DATE
010550     ELSE
010560         MOVE ES-LAST-ACTIVITY TO ES-D-LAST-DATE
010570     END-IF
010580     IF ES-D-RESULT (1:8) = 'REMITTED'
010590         MOVE ES-AMOUNT TO ES-D-AMOUNT
010600     ELSE
010610         MOVE AB-BALANCE TO ES-D-AMOUNT
010620     END-IF
010621     IF AB-HOME-CURRENCY
010622         MOVE ES-HOME-CURRENCY TO ES-D-CURRENCY
010623     ELSE
010624         MOVE AB-CURRENCY-CODE TO ES-D-CURRENCY
010625     END-IF
010630     WRITE ESCHEAT-REPORT-LINE FROM ES-DETAIL-LINE.
010640
010650 3900-WRITE-DETAIL-LINE-EXIT.
010660     EXIT.
010670
010680*****************************************************************
010690* 4900-WRITE-HOLDER-SUMMARY closes the holder report with the  *
010700* count and home-currency total of the property remitted in    *
010705* the run.                                                     *
010710*****************************************************************
010720 4900-WRITE-HOLDER-SUMMARY.
010730     MOVE SPACES TO HOLDER-REPORT-RECORD
010740     SET UP-IS-SUMMARY TO TRUE
010750     MOVE ES-TODAY TO UP-REPORT-DATE
010760     MOVE ES-PROPERTY-COUNT TO UP-S-PROPERTY-COUNT
010770     MOVE ES-REMITTED-TOTAL TO UP-S-AMOUNT-TOTAL
010780     WRITE HOLDER-REPORT-RECORD.
010790
010800 4900-WRITE-HOLDER-SUMMARY-EXIT.
010810     EXIT.
010820
010830*****************************************************************
010840* 7000-COMPUTE-DATE-BACK replaces ES-WORK-DATE with today's    *
010850* date stepped back ES-MONTHS-STEP calendar months, the day    *
010860* clamped to the target month's length.                        *
010870*****************************************************************
010880 7000-COMPUTE-DATE-BACK.
010890     MOVE ES-TODAY TO ES-WORK-DATE
010900     MOVE ZERO TO ES-MONTH-COUNT
010910     PERFORM 7100-STEP-BACK-ONE-MONTH THRU
010920         7100-STEP-BACK-ONE-MONTH-EXIT
010930         UNTIL ES-MONTH-COUNT = ES-MONTHS-STEP
010940     PERFORM 7200-SET-DAYS-IN-MONTH
010950     IF ES-WORK-DAY > ES-DAYS-IN-MONTH
010960         MOVE ES-DAYS-IN-MONTH TO ES-WORK-DAY
010970     END-IF.
010980
010990 7000-COMPUTE-DATE-BACK-EXIT.
011000     EXIT.
011010
011020*****************************************************************
011030* 7050-COMPUTE-DATE-FORWARD replaces ES-WORK-DATE with today's *
011040* date stepped forward ES-MONTHS-STEP calendar months, the day *
011050* clamped to the target month's length.                        *
011060*****************************************************************
011070 7050-COMPUTE-DATE-FORWARD.
011080     MOVE ES-TODAY TO ES-WORK-DATE
011090     MOVE ZERO TO ES-MONTH-COUNT
011100     PERFORM 7150-STEP-FORWARD-ONE-MONTH THRU
011110         7150-STEP-FORWARD-ONE-MONTH-EXIT
011120         UNTIL ES-MONTH-COUNT = ES-MONTHS-STEP
011130     PERFORM 7200-SET-DAYS-IN-MONTH
011140     IF ES-WORK-DAY > ES-DAYS-IN-MONTH
011150         MOVE ES-DAYS-IN-MONTH TO ES-WORK-DAY
011160     END-IF.
011170
011180 7050-COMPUTE-DATE-FORWARD-EXIT.
011190     EXIT.
011200
011210*****************************************************************
011220* 7100-STEP-BACK-ONE-MONTH rolls the work date back one        *
011230* calendar month, borrowing from the year as needed.           *
011240*****************************************************************
011250 7100-STEP-BACK-ONE-MONTH.
011260     IF ES-WORK-MONTH > 1
011270         SUBTRACT 1 FROM ES-WORK-MONTH
011280     ELSE
011290         MOVE 12 TO ES-WORK-MONTH
011300         SUBTRACT 1 FROM ES-WORK-YEAR
011310     END-IF
011320     ADD 1 TO ES-MONTH-COUNT.
011330
011340 7100-STEP-BACK-ONE-MONTH-EXIT.
011350     EXIT.
011360
011370*****************************************************************
011380* 7150-STEP-FORWARD-ONE-MONTH rolls the work date forward one  *
011390* calendar month, carrying into the year as needed.            *
011400*****************************************************************
011410 7150-STEP-FORWARD-ONE-MONTH.
011420     IF ES-WORK-MONTH < 12
011430         ADD 1 TO ES-WORK-MONTH
011440     ELSE
011450         MOVE 1 TO ES-WORK-MONTH
011460         ADD 1 TO ES-WORK-YEAR
011470     END-IF
011480     ADD 1 TO ES-MONTH-COUNT.
011490
011500 7150-STEP-FORWARD-ONE-MONTH-EXIT.
011510     EXIT.
011520
011530*****************************************************************
011540* 7200-SET-DAYS-IN-MONTH sets the length of the work date's    *
011550* month, allowing for leap-year February.                      *
011560*****************************************************************
011570 7200-SET-DAYS-IN-MONTH.
011580     EVALUATE ES-WORK-MONTH
011590         WHEN 01
011600         WHEN 03
011610         WHEN 05
011620         WHEN 07
011630         WHEN 08
011640         WHEN 10
011650         WHEN 12
011660             MOVE 31 TO ES-DAYS-IN-MONTH
011670         WHEN 04
011680         WHEN 06
011690         WHEN 09
011700         WHEN 11
011710             MOVE 30 TO ES-DAYS-IN-MONTH
011720         WHEN 02
011730             DIVIDE ES-WORK-YEAR BY 4 GIVING ES-L-QUOTIENT
011740                 REMAINDER ES-L-REM-4
011750             DIVIDE ES-WORK-YEAR BY 100 GIVING ES-L-QUOTIENT
011760                 REMAINDER ES-L-REM-100
011770             DIVIDE ES-WORK-YEAR BY 400 GIVING ES-L-QUOTIENT
011780                 REMAINDER ES-L-REM-400
011790             IF ES-L-REM-4 = ZERO AND
011800                     (ES-L-REM-100 NOT = ZERO
011810                         OR ES-L-REM-400 = ZERO)
011820                 MOVE 29 TO ES-DAYS-IN-MONTH
011830             ELSE
011840                 MOVE 28 TO ES-DAYS-IN-MONTH
011850             END-IF
011860     END-EVALUATE.
011870
011880 7200-SET-DAYS-IN-MONTH-EXIT.
011890     EXIT.
011900
011910*****************************************************************
011920* 8000-REWRITE-REGISTER-FILE writes the whole table back over  *
011930* the escheatment register.                                    *
011940*****************************************************************
011950 8000-REWRITE-REGISTER-FILE.
011960     OPEN OUTPUT ESCHEAT-REGISTER-FILE
011970     SET ES-REG-IDX TO 1
011980     PERFORM 8100-WRITE-REGISTER-RECORD THRU
011990         8100-WRITE-REGISTER-RECORD-EXIT
012000         UNTIL ES-REG-IDX > ES-REGISTER-COUNT
012010     CLOSE ESCHEAT-REGISTER-FILE.
012020
012030 8000-REWRITE-REGISTER-FILE-EXIT.
012040     EXIT.
012050
012060*****************************************************************
012070* 8100-WRITE-REGISTER-RECORD writes one table slot back to the *
012080* file, then advances to the next.                             *
012090*****************************************************************
012100 8100-WRITE-REGISTER-RECORD.
012110     WRITE ESCHEAT-REGISTER-RECORD
012120         FROM ES-REGISTER-ENTRY (ES-REG-IDX)
012130     SET ES-REG-IDX UP BY 1.
012140
012150 8100-WRITE-REGISTER-RECORD-EXIT.
012160     EXIT.
