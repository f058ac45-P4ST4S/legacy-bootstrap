000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAX-REPORT-RUN.
000030 AUTHOR. DATA PROCESSING DEPT.
000040 INSTALLATION. FIRST COMMERCIAL BANK.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 10/15/2026  RLM  Original version.                           *
000101* 10/15/2026  RLM  Amounts are reported in home currency: each *
000102*                  entry on a foreign-currency account is      *
000103*                  converted at the home-currency rate it was  *
000104*                  posted at, carried on the history record    *
000105*                  and the audit entry.                        *
000107* 10/15/2026  RLM  The bank's taxpayer ID on the payer record  *
000109*                  and certificates comes off the bank         *
000111*                  parameter file instead of a zero            *
000113*                  placeholder, and the run is refused while   *
000115*                  none is set.                                *
000117*****************************************************************
000120*
000130*****************************************************************
000140* TAX-REPORT-RUN is the year-end interest tax reporting job.   *
000150* For the calendar year keyed at start it totals, for every    *
000160* account on the customer master, the interest credited        *
000170* (INTEREST less REVIN) and the backup withholding taken       *
000180* (TAXWH less REVTW), reading the indexed history file by key  *
000190* and - while the year is still open - the live trail for      *
000200* today's postings, the same split STATEMENT-RUN makes.  The   *
000210* accounts are then gathered by customer number, so a          *
000220* customer with several accounts reports once, and for each    *
000230* customer with interest or withholding in the year it writes  *
000240* one payee record to the filing for the tax authority         *
000250* (TAXFILE, laid out by TAXREC between its payer and           *
000260* end-of-payer records) and one printed certificate to         *
000270* TAXCERT for the customer.  Net interest below zero - a       *
000280* reversal of an earlier year's credit - is reported as zero.  *
000290* An account with interest but no customer number cannot be    *
000300* filed and is listed on the console to be assigned one and    *
000310* the run repeated.  Run after the last HISTORY-LOAD of the    *
000320* year.                                                        *
000322* All amounts are reported in home currency.  An entry on a    *
000324* foreign-currency account is converted at the home-currency   *
000326* rate it was posted at, which HISTORY-LOAD carries onto the   *
000328* history record from the audit entry.                         *
000331* The bank's taxpayer ID comes off the bank parameter file;    *
000334* the run is refused while it is blank or zero.                *
000337*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CM-ACCOUNT-ID
000410         FILE STATUS IS CM-FILE-STATUS.
000420
000430     SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "TRANHIST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS TH-HISTORY-KEY
000470         FILE STATUS IS TH-FILE-STATUS.
000480
000490     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS AT-FILE-STATUS.
000520
000530     SELECT TAX-FILING-FILE ASSIGN TO "TAXFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550
000560     SELECT CERTIFICATE-FILE ASSIGN TO "TAXCERT"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000572
000574     SELECT PARAMETER-FILE ASSIGN TO "BANKPARM"
000576         ORGANIZATION IS LINE SEQUENTIAL
000578         FILE STATUS IS TX-PARAMETER-FILE-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CUSTOMER-MASTER-FILE.
000620 01  CUSTOMER-MASTER-RECORD.
000630     COPY CUSTREC.
000640
000650 FD  TRANSACTION-HISTORY-FILE.
000660 01  TRANSACTION-HISTORY-RECORD.
000670     COPY TXHREC.
000680
000690 FD  AUDIT-TRAIL-FILE.
000700 01  AUDIT-TRAIL-RECORD.
000710     COPY AUDITREC.
000720
000730 FD  TAX-FILING-FILE.
000740 01  TAX-FILING-RECORD.
000750     COPY TAXREC.
000760
000770 FD  CERTIFICATE-FILE.
000780 01  CERTIFICATE-LINE            PIC X(100).
000782
000784 FD  PARAMETER-FILE.
000786 01  PARAMETER-FILE-RECORD.
000788     COPY PARMREC.
000790
000800 WORKING-STORAGE SECTION.
000810 01  CM-FILE-STATUS              PIC X(02) VALUE '00'.
000820 01  TH-FILE-STATUS              PIC X(02) VALUE '00'.
000830 01  AT-FILE-STATUS              PIC X(02) VALUE '00'.
000835 01  TX-PARAMETER-FILE-STATUS    PIC X(02) VALUE '00'.
000840
000850 01  TX-SWITCHES.
000860     05  TX-CUSTOMER-EOF-SW      PIC X(01) VALUE 'N'.
000870         88  TX-CUSTOMER-EOF              VALUE 'Y'.
000880     05  TX-HISTORY-EOF-SW       PIC X(01) VALUE 'N'.
000890         88  TX-HISTORY-EOF               VALUE 'Y'.
000900     05  TX-AUDIT-EOF-SW         PIC X(01) VALUE 'N'.
000910         88  TX-AUDIT-EOF                 VALUE 'Y'.
000920     05  TX-ENTRY-FOUND-SW       PIC X(01) VALUE 'N'.
000930         88  TX-ENTRY-FOUND               VALUE 'Y'.
000940     05  TX-OVERFLOW-SW          PIC X(01) VALUE 'N'.
000950         88  TX-TABLE-OVERFLOWED          VALUE 'Y'.
000953     05  TX-PARM-EOF-SW          PIC X(01) VALUE 'N'.
000956         88  TX-PARM-EOF                  VALUE 'Y'.
000960
000970*****************************************************************
000980* The bank as payer, as registered with the tax authority.     *
000985* Its taxpayer ID comes off the bank parameter file.           *
000990*****************************************************************
001000 01  TX-CONSTANTS.
001020     05  TX-PAYER-NAME           PIC X(40) VALUE
001030         'FIRST COMMERCIAL BANK'.
001040     05  TX-INCOME-TYPE          PIC X(03) VALUE 'INT'.
001045 01  TX-PAYER-TIN                PIC X(09) VALUE SPACES.
001050
001060 01  TX-TAX-YEAR                 PIC 9(04) VALUE ZERO.
001070 01  TX-YEAR-START               PIC 9(08) VALUE ZERO.
001080 01  TX-YEAR-END                 PIC 9(08) VALUE ZERO.
001090 01  TX-TODAY                    PIC 9(08) VALUE ZERO.
001100 01  TX-TODAY-R REDEFINES TX-TODAY.
001110     05  TX-TODAY-YEAR           PIC 9(04).
001120     05  FILLER                  PIC 9(04).
001130 01  TX-BD-FUNCTION-CODE         PIC X(05).
001140
001150 01  TX-COUNTERS.
001160     05  TX-ACCOUNT-COUNT        PIC 9(06) VALUE ZERO.
001170     05  TX-UNASSIGNED-COUNT     PIC 9(06) VALUE ZERO.
001180     05  TX-PAYEE-COUNT          PIC 9(08) VALUE ZERO.
001190     05  TX-INTEREST-TOTAL       PIC 9(13)V99 VALUE ZERO.
001200     05  TX-WITHHELD-TOTAL       PIC 9(13)V99 VALUE ZERO.
001210
001220 01  TX-ACCOUNT-INTEREST         PIC S9(11)V99 VALUE ZERO.
001230 01  TX-ACCOUNT-WITHHELD         PIC S9(11)V99 VALUE ZERO.
001240 01  TX-REPORT-INTEREST          PIC 9(11)V99 VALUE ZERO.
001250 01  TX-REPORT-WITHHELD          PIC 9(11)V99 VALUE ZERO.
001260
001270*****************************************************************
001280* TX-ENTRY is the staging area both collect passes move their  *
001290* entry into, so one apply paragraph serves the history file   *
001300* and the live trail alike.                                    *
001310*****************************************************************
001320 01  TX-ENTRY.
001330     05  TX-ENTRY-CODE           PIC X(08).
001340     05  TX-ENTRY-AMOUNT         PIC 9(9)V99.
001342     05  TX-ENTRY-CURRENCY       PIC X(03).
001344     05  TX-ENTRY-RATE           PIC 9(05)V9(06).
001346 01  TX-HOME-AMOUNT              PIC 9(11)V99 VALUE ZERO.
001350
001360*****************************************************************
001370* One slot per customer number with interest or withholding in *
001380* the year.  Name and address come from the customer's lowest- *
001390* numbered account, the first one the browse reaches.          *
001400*****************************************************************
001410 01  TX-CUSTOMER-TABLE.
001420     05  TX-CUSTOMER-ENTRY OCCURS 5000 TIMES
001430             INDEXED BY TX-CUST-IDX.
001440         10  TX-C-CUSTOMER-NO    PIC 9(08).
001450         10  TX-C-NAME           PIC X(30).
001460         10  TX-C-ADDRESS        PIC X(40).
001470         10  TX-C-INTEREST       PIC S9(11)V99.
001480         10  TX-C-WITHHELD       PIC S9(11)V99.
001490         10  TX-C-WITHHOLD-FLAG  PIC X(01).
001500         10  TX-C-ACCOUNT-COUNT  PIC 9(03).
001510 01  TX-CUSTOMER-COUNT           PIC 9(04) VALUE ZERO.
001520
001530 01  TX-TITLE-LINE.
001540     05  FILLER                  PIC X(39) VALUE
001550         'INTEREST INCOME TAX CERTIFICATE - YEAR '.
001560     05  TX-T-TAX-YEAR           PIC 9(04).
001570
001580 01  TX-PAYER-LINE.
001590     05  FILLER                  PIC X(11) VALUE 'PAYER:     '.
001600     05  TX-P-PAYER-NAME         PIC X(40).
001610     05  FILLER                  PIC X(11) VALUE '  PAYER ID '.
001620     05  TX-P-PAYER-TIN          PIC X(09).
001630
001640 01  TX-RECIPIENT-LINE.
001650     05  FILLER                  PIC X(20) VALUE
001660         'RECIPIENT: CUSTOMER '.
001670     05  TX-R-CUSTOMER-NO        PIC 9(08).
001680
001690 01  TX-NAME-LINE.
001700     05  FILLER                  PIC X(11) VALUE SPACES.
001710     05  TX-N-TEXT               PIC X(40).
001720
001730 01  TX-AMOUNT-LINE.
001740     05  TX-M-CAPTION            PIC X(36).
001750     05  TX-M-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001760
001770 01  TX-NOTE-LINE.
001780     05  FILLER                  PIC X(58) VALUE
001790         'SUBJECT TO BACKUP WITHHOLDING AT THE STATUTORY RATE.'.
001800
001810 PROCEDURE DIVISION.
001820 0000-MAIN-CONTROL.
001830     DISPLAY 'Enter tax year (YYYY): '
001840     ACCEPT TX-TAX-YEAR
001850     IF TX-TAX-YEAR NOT NUMERIC OR TX-TAX-YEAR = ZERO
001860         DISPLAY 'TAX-REPORT-RUN: tax year must be a numeric '
001870             'YYYY. Run abandoned.'
001880         STOP RUN
001890     END-IF
001900
001910     MOVE 'GET  ' TO TX-BD-FUNCTION-CODE
001920     CALL 'BUSDATE-PROGRAM' USING TX-BD-FUNCTION-CODE TX-TODAY
001930     END-CALL
001940     IF TX-TAX-YEAR > TX-TODAY-YEAR
001950         DISPLAY 'TAX-REPORT-RUN: tax year ' TX-TAX-YEAR
001960             ' has not begun. Run abandoned.'
001970         STOP RUN
001980     END-IF
001990     IF TX-TAX-YEAR = TX-TODAY-YEAR
002000         DISPLAY 'TAX-REPORT-RUN: tax year ' TX-TAX-YEAR
002010             ' is still open - figures run only to business '
002020             'date ' TX-TODAY '.'
002030     END-IF
002040     COMPUTE TX-YEAR-START = TX-TAX-YEAR * 10000 + 101
002050     COMPUTE TX-YEAR-END = TX-TAX-YEAR * 10000 + 1231
002060
002061     PERFORM 1500-LOAD-PAYER-TIN THRU 1500-LOAD-PAYER-TIN-EXIT
002062     IF TX-PAYER-TIN = SPACES
002063         DISPLAY 'TAX-REPORT-RUN: no bank taxpayer ID on '
002064             'BANKPARM - the filing cannot be made. Run '
002065             'abandoned.'
002066         STOP RUN
002067     END-IF
002070     PERFORM 1000-OPEN-INPUT-FILES THRU
002080         1000-OPEN-INPUT-FILES-EXIT
002090
002100     MOVE LOW-VALUES TO CM-ACCOUNT-ID
002110     START CUSTOMER-MASTER-FILE KEY IS >= CM-ACCOUNT-ID
002120         INVALID KEY
002130             SET TX-CUSTOMER-EOF TO TRUE
002140     END-START
002150     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-PROCESS-ACCOUNT-EXIT
002160         UNTIL TX-CUSTOMER-EOF
002170     CLOSE CUSTOMER-MASTER-FILE
002180     CLOSE TRANSACTION-HISTORY-FILE
002190
002200     OPEN OUTPUT TAX-FILING-FILE
002210     OPEN OUTPUT CERTIFICATE-FILE
002220     PERFORM 3000-WRITE-PAYER-RECORD THRU
002230         3000-WRITE-PAYER-RECORD-EXIT
002240     SET TX-CUST-IDX TO 1
002250     PERFORM 3100-REPORT-CUSTOMER THRU 3100-REPORT-CUSTOMER-EXIT
002260         UNTIL TX-CUST-IDX > TX-CUSTOMER-COUNT
002270     PERFORM 3400-WRITE-END-OF-PAYER THRU
002280         3400-WRITE-END-OF-PAYER-EXIT
002290     CLOSE TAX-FILING-FILE
002300     CLOSE CERTIFICATE-FILE
002310
002320     DISPLAY 'TAX-REPORT-RUN: ' TX-ACCOUNT-COUNT
002330         ' account(s) examined for tax year ' TX-TAX-YEAR '.'
002340     DISPLAY 'TAX-REPORT-RUN: ' TX-PAYEE-COUNT
002350         ' payee record(s) and certificate(s) written; '
002360         'interest ' TX-INTEREST-TOTAL ', withheld '
002370         TX-WITHHELD-TOTAL '.'
002380     IF TX-UNASSIGNED-COUNT > ZERO OR TX-TABLE-OVERFLOWED
002390         DISPLAY 'TAX-REPORT-RUN: *** ' TX-UNASSIGNED-COUNT
002400             ' account(s) with no customer number were NOT '
002410             'filed - the filing is incomplete. Correct the '
002420             'customer master and rerun before filing. ***'
002430     END-IF
002440     STOP RUN.
002450
002460*****************************************************************
002470* 1000-OPEN-INPUT-FILES opens the customer master and the      *
002480* history file.  Without either the year cannot be totalled,   *
002490* and a filing built from part of the year is worse than none, *
002500* so the run stops.                                            *
002510*****************************************************************
002520 1000-OPEN-INPUT-FILES.
002530     OPEN INPUT CUSTOMER-MASTER-FILE
002540     IF NOT CM-FILE-STATUS = '00'
002550         DISPLAY 'TAX-REPORT-RUN: CUSTMST failed to open - '
002560             'status ' CM-FILE-STATUS '. Run abandoned.'
002570         STOP RUN
002580     END-IF
002590     OPEN INPUT TRANSACTION-HISTORY-FILE
002600     IF NOT TH-FILE-STATUS = '00'
002610         DISPLAY 'TAX-REPORT-RUN: TRANHIST failed to open - '
002620             'status ' TH-FILE-STATUS '. Run abandoned.'
002630         CLOSE CUSTOMER-MASTER-FILE
002640         STOP RUN
002650     END-IF.
002660
002670 1000-OPEN-INPUT-FILES-EXIT.
002680     EXIT.
002681
002682*****************************************************************
002683* 1500-LOAD-PAYER-TIN takes the bank's taxpayer ID off the     *
002684* bank parameter file - the same on every type's record - from *
002685* the first record that carries one that is neither blank nor  *
002686* zero.  There is no default: without it the payer record      *
002687* cannot be filed.                                             *
002688*****************************************************************
002689 1500-LOAD-PAYER-TIN.
002690     OPEN INPUT PARAMETER-FILE
002691     IF NOT TX-PARAMETER-FILE-STATUS = '00'
002692         DISPLAY 'TAX-REPORT-RUN: BANKPARM not available - '
002693             'status ' TX-PARAMETER-FILE-STATUS '.'
002694         GO TO 1500-LOAD-PAYER-TIN-EXIT
002695     END-IF
002696     PERFORM 1510-READ-PARAMETER-RECORD THRU
002697         1510-READ-PARAMETER-RECORD-EXIT
002698         UNTIL TX-PARM-EOF
002699     CLOSE PARAMETER-FILE.
002700
002701 1500-LOAD-PAYER-TIN-EXIT.
002702     EXIT.
002703
002704*****************************************************************
002705* 1510-READ-PARAMETER-RECORD reads one bank parameter record   *
002706* and keeps its taxpayer ID when none has been taken yet.      *
002707*****************************************************************
002708 1510-READ-PARAMETER-RECORD.
002709     READ PARAMETER-FILE
002710         AT END
002711             SET TX-PARM-EOF TO TRUE
002712         NOT AT END
002713             IF TX-PAYER-TIN = SPACES
002714                     AND PM-BANK-TIN NOT = SPACES
002715                     AND PM-BANK-TIN NOT = ZEROS
002716                 MOVE PM-BANK-TIN TO TX-PAYER-TIN
002717             END-IF
002718     END-READ.
002719
002720 1510-READ-PARAMETER-RECORD-EXIT.
002721     EXIT.
002722
002723*****************************************************************
002724* 2000-PROCESS-ACCOUNT reads the next customer-master record,  *
002725* totals its interest and withholding for the tax year, and    *
002730* adds them to its customer's slot.                            *
002740*****************************************************************
002750 2000-PROCESS-ACCOUNT.
002760     READ CUSTOMER-MASTER-FILE NEXT RECORD
002770         AT END
002780             SET TX-CUSTOMER-EOF TO TRUE
002790             GO TO 2000-PROCESS-ACCOUNT-EXIT
002800     END-READ
002810     ADD 1 TO TX-ACCOUNT-COUNT
002820     MOVE ZERO TO TX-ACCOUNT-INTEREST
002830     MOVE ZERO TO TX-ACCOUNT-WITHHELD
002840     PERFORM 2100-SUM-HISTORY THRU 2100-SUM-HISTORY-EXIT
002850     IF TX-TAX-YEAR = TX-TODAY-YEAR
002860         PERFORM 2200-SUM-LIVE-TRAIL THRU
002870             2200-SUM-LIVE-TRAIL-EXIT
002880     END-IF
002890     IF TX-ACCOUNT-INTEREST = ZERO AND TX-ACCOUNT-WITHHELD = ZERO
002900         GO TO 2000-PROCESS-ACCOUNT-EXIT
002910     END-IF
002920
002930     IF CM-CUSTOMER-NO NOT NUMERIC OR CM-CUSTOMER-NO = ZERO
002940         ADD 1 TO TX-UNASSIGNED-COUNT
002950         DISPLAY 'TAX-REPORT-RUN: account ' CM-ACCOUNT-ID
002960             ' has interest or withholding in the year but '
002970             'no customer number - not filed.'
002980         GO TO 2000-PROCESS-ACCOUNT-EXIT
002990     END-IF
003000
003010     PERFORM 2300-FIND-CUSTOMER-SLOT THRU
003020         2300-FIND-CUSTOMER-SLOT-EXIT
003030     IF TX-CUST-IDX > TX-CUSTOMER-COUNT
003040         GO TO 2000-PROCESS-ACCOUNT-EXIT
003050     END-IF
003060     ADD TX-ACCOUNT-INTEREST TO TX-C-INTEREST (TX-CUST-IDX)
003070     ADD TX-ACCOUNT-WITHHELD TO TX-C-WITHHELD (TX-CUST-IDX)
003080     ADD 1 TO TX-C-ACCOUNT-COUNT (TX-CUST-IDX)
003090     IF CM-BACKUP-WITHHOLDING
003100         MOVE 'Y' TO TX-C-WITHHOLD-FLAG (TX-CUST-IDX)
003110     END-IF.
003120
003130 2000-PROCESS-ACCOUNT-EXIT.
003140     EXIT.
003150
003160*****************************************************************
003170* 2100-SUM-HISTORY positions the history file at the account's *
003180* first entry of the tax year and applies each entry up to the *
003190* year end.                                                    *
003200*****************************************************************
003210 2100-SUM-HISTORY.
003220     SET TX-HISTORY-EOF-SW TO 'N'
003230     MOVE CM-ACCOUNT-ID TO TH-ACCOUNT-ID
003240     MOVE TX-YEAR-START TO TH-TRAN-DATE
003250     MOVE ZERO TO TH-SEQUENCE-NO
003260     START TRANSACTION-HISTORY-FILE
003270         KEY IS >= TH-HISTORY-KEY
003280         INVALID KEY
003290             SET TX-HISTORY-EOF TO TRUE
003300     END-START
003310     PERFORM 2110-READ-HISTORY-ENTRY THRU
003320         2110-READ-HISTORY-ENTRY-EXIT
003330         UNTIL TX-HISTORY-EOF.
003340
003350 2100-SUM-HISTORY-EXIT.
003360     EXIT.
003370
003380*****************************************************************
003390* 2110-READ-HISTORY-ENTRY reads the account's next history     *
003400* entry by key, stopping at the next account, past the year    *
003410* end, or at today's date - today's postings still come off    *
003420* the live trail.                                              *
003430*****************************************************************
003440 2110-READ-HISTORY-ENTRY.
003450     READ TRANSACTION-HISTORY-FILE NEXT RECORD
003460         AT END
003470             SET TX-HISTORY-EOF TO TRUE
003480             GO TO 2110-READ-HISTORY-ENTRY-EXIT
003490     END-READ
003500     IF TH-ACCOUNT-ID NOT = CM-ACCOUNT-ID
003510             OR TH-TRAN-DATE > TX-YEAR-END
003520             OR TH-TRAN-DATE >= TX-TODAY
003530         SET TX-HISTORY-EOF TO TRUE
003540         GO TO 2110-READ-HISTORY-ENTRY-EXIT
003550     END-IF
003560     MOVE TH-OPERATION-CODE TO TX-ENTRY-CODE
003570     MOVE TH-AMOUNT TO TX-ENTRY-AMOUNT
003573     MOVE TH-CURRENCY-CODE TO TX-ENTRY-CURRENCY
003576     MOVE TH-HOME-RATE TO TX-ENTRY-RATE
003580     PERFORM 2150-APPLY-ENTRY.
003590
003600 2110-READ-HISTORY-ENTRY-EXIT.
003610     EXIT.
003620
003630*****************************************************************
003640* 2150-APPLY-ENTRY adds the staged entry into the account's    *
003650* totals: INTEREST adds to the interest and REVIN takes it     *
003660* back; TAXWH adds to the withholding and REVTW takes it back. *
003670* Every other entry is not interest income and is ignored.     *
003673* The amount is taken in home currency: a foreign-currency     *
003676* entry is converted at the home-currency rate it carries.     *
003680*****************************************************************
003690 2150-APPLY-ENTRY.
003691     IF TX-ENTRY-CURRENCY = SPACES OR TX-ENTRY-RATE = ZERO
003692         MOVE TX-ENTRY-AMOUNT TO TX-HOME-AMOUNT
003693     ELSE
003694         COMPUTE TX-HOME-AMOUNT ROUNDED =
003695             TX-ENTRY-AMOUNT * TX-ENTRY-RATE
003696     END-IF
003700     EVALUATE TX-ENTRY-CODE
003710         WHEN 'INTEREST'
003720             ADD TX-HOME-AMOUNT TO TX-ACCOUNT-INTEREST
003730         WHEN 'REVIN   '
003740             SUBTRACT TX-HOME-AMOUNT FROM TX-ACCOUNT-INTEREST
003750         WHEN 'TAXWH   '
003760             ADD TX-HOME-AMOUNT TO TX-ACCOUNT-WITHHELD
003770         WHEN 'REVTW   '
003780             SUBTRACT TX-HOME-AMOUNT FROM TX-ACCOUNT-WITHHELD
003790         WHEN OTHER
003800             CONTINUE
003810     END-EVALUATE.
003820
003830 2150-APPLY-ENTRY-EXIT.
003840     EXIT.
003850
003860*****************************************************************
003870* 2200-SUM-LIVE-TRAIL applies today's entries for the account  *
003880* off the live audit trail.  Entries dated before today are    *
003890* already on TRANHIST, so only today's are taken here or they  *
003900* would count twice.  A missing trail means no postings today. *
003910*****************************************************************
003920 2200-SUM-LIVE-TRAIL.
003930     SET TX-AUDIT-EOF-SW TO 'N'
003940     OPEN INPUT AUDIT-TRAIL-FILE
003950     IF AT-FILE-STATUS = '00'
003960         PERFORM 2210-READ-TRAIL-ENTRY THRU
003970             2210-READ-TRAIL-ENTRY-EXIT
003980             UNTIL TX-AUDIT-EOF
003990         CLOSE AUDIT-TRAIL-FILE
004000     END-IF.
004010
004020 2200-SUM-LIVE-TRAIL-EXIT.
004030     EXIT.
004040
004050*****************************************************************
004060* 2210-READ-TRAIL-ENTRY reads the next live audit entry and    *
004070* applies it when it is today's and for the current account.   *
004080*****************************************************************
004090 2210-READ-TRAIL-ENTRY.
004100     READ AUDIT-TRAIL-FILE
004110         AT END
004120             SET TX-AUDIT-EOF TO TRUE
004130         NOT AT END
004140             IF AT-ACCOUNT-ID = CM-ACCOUNT-ID
004150                     AND AT-TRAN-DATE >= TX-TODAY
004160                     AND AT-TRAN-DATE <= TX-YEAR-END
004170                 MOVE AT-OPERATION-CODE TO TX-ENTRY-CODE
004180                 MOVE AT-AMOUNT TO TX-ENTRY-AMOUNT
004181                 MOVE AT-CURRENCY-CODE TO TX-ENTRY-CURRENCY
004182                 IF AT-HOME-RATE NUMERIC
004183                     MOVE AT-HOME-RATE TO TX-ENTRY-RATE
004184                 ELSE
004185                     MOVE ZERO TO TX-ENTRY-RATE
004186                 END-IF
004190                 PERFORM 2150-APPLY-ENTRY
004200             END-IF
004210     END-READ.
004220
004230 2210-READ-TRAIL-ENTRY-EXIT.
004240     EXIT.
004250
004260*****************************************************************
004270* 2300-FIND-CUSTOMER-SLOT finds the slot for the account's     *
004280* customer number, adding a fresh slot - named from this       *
004290* account's record - the first time the customer appears.  A   *
004300* table past 5000 customers leaves the index beyond the count  *
004310* so the caller can skip the account, and the run is reported  *
004320* incomplete.                                                  *
004330*****************************************************************
004340 2300-FIND-CUSTOMER-SLOT.
004350     SET TX-ENTRY-FOUND-SW TO 'N'
004360     SET TX-CUST-IDX TO 1
004370     PERFORM 2310-MATCH-CUSTOMER-SLOT THRU
004380         2310-MATCH-CUSTOMER-SLOT-EXIT
004390         UNTIL TX-CUST-IDX > TX-CUSTOMER-COUNT
004400             OR TX-ENTRY-FOUND
004410     IF TX-ENTRY-FOUND
004420         GO TO 2300-FIND-CUSTOMER-SLOT-EXIT
004430     END-IF
004440     IF TX-CUSTOMER-COUNT >= 5000
004450         IF NOT TX-TABLE-OVERFLOWED
004460             SET TX-TABLE-OVERFLOWED TO TRUE
004470             DISPLAY 'TAX-REPORT-RUN: more than 5000 customers '
004480                 'have interest in the year - customers beyond '
004490                 '5000 are NOT filed.'
004500         END-IF
004510         GO TO 2300-FIND-CUSTOMER-SLOT-EXIT
004520     END-IF
004530     ADD 1 TO TX-CUSTOMER-COUNT
004540     SET TX-CUST-IDX TO TX-CUSTOMER-COUNT
004550     MOVE CM-CUSTOMER-NO TO TX-C-CUSTOMER-NO (TX-CUST-IDX)
004560     MOVE CM-CUSTOMER-NAME TO TX-C-NAME (TX-CUST-IDX)
004570     MOVE CM-CUSTOMER-ADDRESS TO TX-C-ADDRESS (TX-CUST-IDX)
004580     MOVE ZERO TO TX-C-INTEREST (TX-CUST-IDX)
004590     MOVE ZERO TO TX-C-WITHHELD (TX-CUST-IDX)
004600     MOVE 'N' TO TX-C-WITHHOLD-FLAG (TX-CUST-IDX)
004610     MOVE ZERO TO TX-C-ACCOUNT-COUNT (TX-CUST-IDX).
004620
004630 2300-FIND-CUSTOMER-SLOT-EXIT.
004640     EXIT.
004650
004660*****************************************************************
004670* 2310-MATCH-CUSTOMER-SLOT compares one slot against the       *
004680* account's customer number.                                   *
004690*****************************************************************
004700 2310-MATCH-CUSTOMER-SLOT.
004710     IF TX-C-CUSTOMER-NO (TX-CUST-IDX) = CM-CUSTOMER-NO
004720         SET TX-ENTRY-FOUND TO TRUE
004730     ELSE
004740         SET TX-CUST-IDX UP BY 1
004750     END-IF.
004760
004770 2310-MATCH-CUSTOMER-SLOT-EXIT.
004780     EXIT.
004790
004800*****************************************************************
004810* 3000-WRITE-PAYER-RECORD opens the filing with the payer      *
004820* record naming the bank and the kind of income reported.      *
004830*****************************************************************
004840 3000-WRITE-PAYER-RECORD.
004850     MOVE SPACES TO TAX-FILING-RECORD
004860     SET XF-IS-PAYER TO TRUE
004870     MOVE TX-TAX-YEAR TO XF-TAX-YEAR
004880     MOVE TX-PAYER-TIN TO XF-A-PAYER-TIN
004890     MOVE TX-PAYER-NAME TO XF-A-PAYER-NAME
004900     MOVE TX-INCOME-TYPE TO XF-A-INCOME-TYPE
004910     WRITE TAX-FILING-RECORD.
004920
004930 3000-WRITE-PAYER-RECORD-EXIT.
004940     EXIT.
004950
004960*****************************************************************
004970* 3100-REPORT-CUSTOMER files and certifies the customer under  *
004980* the index when the year left interest or withholding to      *
004990* report, then advances to the next customer.                  *
005000*****************************************************************
005010 3100-REPORT-CUSTOMER.
005020     IF TX-C-INTEREST (TX-CUST-IDX) > ZERO
005030         MOVE TX-C-INTEREST (TX-CUST-IDX) TO TX-REPORT-INTEREST
005040     ELSE
005050         MOVE ZERO TO TX-REPORT-INTEREST
005060     END-IF
005070     IF TX-C-WITHHELD (TX-CUST-IDX) > ZERO
005080         MOVE TX-C-WITHHELD (TX-CUST-IDX) TO TX-REPORT-WITHHELD
005090     ELSE
005100         MOVE ZERO TO TX-REPORT-WITHHELD
005110     END-IF
005120     IF TX-REPORT-INTEREST > ZERO OR TX-REPORT-WITHHELD > ZERO
005130         PERFORM 3200-WRITE-PAYEE-RECORD THRU
005140             3200-WRITE-PAYEE-RECORD-EXIT
005150         PERFORM 3300-WRITE-CERTIFICATE THRU
005160             3300-WRITE-CERTIFICATE-EXIT
005170     END-IF
005180     SET TX-CUST-IDX UP BY 1.
005190
005200 3100-REPORT-CUSTOMER-EXIT.
005210     EXIT.
005220
005230*****************************************************************
005240* 3200-WRITE-PAYEE-RECORD writes the customer's payee record   *
005250* and adds it into the end-of-payer totals.  The customer is   *
005260* marked subject to backup withholding when the flag is set on *
005270* the customer master or tax was withheld during the year.     *
005280*****************************************************************
005290 3200-WRITE-PAYEE-RECORD.
005300     MOVE SPACES TO TAX-FILING-RECORD
005310     SET XF-IS-PAYEE TO TRUE
005320     MOVE TX-TAX-YEAR TO XF-TAX-YEAR
005330     MOVE TX-C-CUSTOMER-NO (TX-CUST-IDX) TO XF-B-PAYEE-ID
005340     MOVE TX-C-NAME (TX-CUST-IDX) TO XF-B-PAYEE-NAME
005350     MOVE TX-C-ADDRESS (TX-CUST-IDX) TO XF-B-PAYEE-ADDRESS
005360     MOVE TX-REPORT-INTEREST TO XF-B-INTEREST-AMOUNT
005370     MOVE TX-REPORT-WITHHELD TO XF-B-WITHHELD-AMOUNT
005380     IF TX-C-WITHHOLD-FLAG (TX-CUST-IDX) = 'Y'
005390             OR TX-REPORT-WITHHELD > ZERO
005400         SET XF-B-SUBJECT-TO-BACKUP TO TRUE
005410     ELSE
005420         SET XF-B-NOT-SUBJECT-TO-BACKUP TO TRUE
005430     END-IF
005440     WRITE TAX-FILING-RECORD
005450     ADD 1 TO TX-PAYEE-COUNT
005460     ADD TX-REPORT-INTEREST TO TX-INTEREST-TOTAL
005470     ADD TX-REPORT-WITHHELD TO TX-WITHHELD-TOTAL.
005480
005490 3200-WRITE-PAYEE-RECORD-EXIT.
005500     EXIT.
005510
005520*****************************************************************
005530* 3300-WRITE-CERTIFICATE prints the customer's certificate:    *
005540* the payer, the recipient's customer number, name and         *
005550* address, the interest paid in the year, and the tax          *
005560* withheld, with a note when backup withholding applies.       *
005570*****************************************************************
005580 3300-WRITE-CERTIFICATE.
005590     MOVE TX-TAX-YEAR TO TX-T-TAX-YEAR
005600     WRITE CERTIFICATE-LINE FROM TX-TITLE-LINE
005610     MOVE ALL '=' TO CERTIFICATE-LINE
005620     WRITE CERTIFICATE-LINE
005630     MOVE TX-PAYER-NAME TO TX-P-PAYER-NAME
005640     MOVE TX-PAYER-TIN TO TX-P-PAYER-TIN
005650     WRITE CERTIFICATE-LINE FROM TX-PAYER-LINE
005660     MOVE TX-C-CUSTOMER-NO (TX-CUST-IDX) TO TX-R-CUSTOMER-NO
005670     WRITE CERTIFICATE-LINE FROM TX-RECIPIENT-LINE
005680     MOVE TX-C-NAME (TX-CUST-IDX) TO TX-N-TEXT
005690     WRITE CERTIFICATE-LINE FROM TX-NAME-LINE
005700     MOVE TX-C-ADDRESS (TX-CUST-IDX) TO TX-N-TEXT
005710     WRITE CERTIFICATE-LINE FROM TX-NAME-LINE
005720     MOVE 'INTEREST PAID IN THE TAX YEAR:      ' TO TX-M-CAPTION
005730     MOVE TX-REPORT-INTEREST TO TX-M-AMOUNT
005740     WRITE CERTIFICATE-LINE FROM TX-AMOUNT-LINE
005750     MOVE 'BACKUP TAX WITHHELD:                ' TO TX-M-CAPTION
005760     MOVE TX-REPORT-WITHHELD TO TX-M-AMOUNT
005770     WRITE CERTIFICATE-LINE FROM TX-AMOUNT-LINE
005780     IF XF-B-SUBJECT-TO-BACKUP
005790         WRITE CERTIFICATE-LINE FROM TX-NOTE-LINE
005800     END-IF
005810     MOVE SPACES TO CERTIFICATE-LINE
005820     WRITE CERTIFICATE-LINE.
005830
005840 3300-WRITE-CERTIFICATE-EXIT.
005850     EXIT.
005860
005870*****************************************************************
005880* 3400-WRITE-END-OF-PAYER closes the filing with the payee     *
005890* count and the interest and withholding totals.               *
005900*****************************************************************
005910 3400-WRITE-END-OF-PAYER.
005920     MOVE SPACES TO TAX-FILING-RECORD
005930     SET XF-IS-END-OF-PAYER TO TRUE
005940     MOVE TX-TAX-YEAR TO XF-TAX-YEAR
005950     MOVE TX-PAYEE-COUNT TO XF-C-PAYEE-COUNT
005960     MOVE TX-INTEREST-TOTAL TO XF-C-INTEREST-TOTAL
005970     MOVE TX-WITHHELD-TOTAL TO XF-C-WITHHELD-TOTAL
005980     WRITE TAX-FILING-RECORD.
005990
006000 3400-WRITE-END-OF-PAYER-EXIT.
006010     EXIT.
