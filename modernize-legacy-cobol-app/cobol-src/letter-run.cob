000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LETTER-RUN.
000030 AUTHOR. DATA PROCESSING DEPT.
000040 INSTALLATION. FIRST COMMERCIAL BANK.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 10/15/2026  RLM  Original version.                           *
000101* 10/15/2026  RLM  The mail vendor's sender ID on the print    *
000102*                  file header comes off the bank parameter    *
000103*                  file instead of a zero placeholder, and the *
000104*                  run is refused, with CORRESP untouched,     *
000105*                  while none is set.                          *
000110*****************************************************************
000120*
000130*****************************************************************
000140* LETTER-RUN is the nightly letter-generation run.  It reads   *
000150* the notice requests the day's jobs dropped onto CORRESP      *
000160* through NOTICE-REQUEST - FEE-ASSESSMENT's overdrawn notices, *
000170* DORMANCY-RUN's dormancy warnings, STANDING-ORDER-RUN's       *
000180* failed-order notices and ACCOUNT-CLOSE's closure notices -   *
000190* merges each with the holder's name and address off the       *
000200* customer master, and writes the mail vendor's print file     *
000210* (MAILPRT, laid out by MAILREC between its header and trailer *
000220* records).  A customer is sent one notice of each type per    *
000230* account per cycle - the calendar month of the business date -*
000240* so a request of a type already mailed for the account this   *
000250* cycle, on the correspondence history or earlier in the same  *
000260* run, is suppressed.  A request whose account has no customer *
000270* record, or whose record carries no name or address, is held  *
000280* rather than mailed to nobody.  Every notice mailed or held is*
000290* appended to the correspondence history (CORRHIST), which the *
000300* MAIN-PROGRAM history inquiry shows, and every request is     *
000310* listed with its outcome on the run report (LTRRPT).  A       *
000320* request with no currency is given the account's currency off *
000330* the balance file.  Once every request has been dealt with    *
000340* CORRESP is emptied for the next day.  Run each night after   *
000350* the jobs that request notices.                               *
000352* The sender ID the vendor knows the bank by comes off the     *
000354* bank parameter file; the run is refused, with CORRESP        *
000356* untouched, while it is blank or zero.                        *
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CORRESPONDENCE-FILE ASSIGN TO "CORRESP"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS NR-FILE-STATUS.
000430
000440     SELECT CORRESPONDENCE-HISTORY-FILE ASSIGN TO "CORRHIST"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS NH-FILE-STATUS.
000470
000480     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CM-ACCOUNT-ID
000520         FILE STATUS IS CM-FILE-STATUS.
000530
000540     SELECT MAIL-PRINT-FILE ASSIGN TO "MAILPRT"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560
000570     SELECT LETTER-REPORT-FILE ASSIGN TO "LTRRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL.
000582
000584     SELECT PARAMETER-FILE ASSIGN TO "BANKPARM"
000586         ORGANIZATION IS LINE SEQUENTIAL
000588         FILE STATUS IS LG-PARAMETER-FILE-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CORRESPONDENCE-FILE.
000630 01  CORRESPONDENCE-RECORD.
000640     COPY NOTCREC.
000650
000660 FD  CORRESPONDENCE-HISTORY-FILE.
000670 01  CORRESPONDENCE-HISTORY-RECORD.
000680     COPY NOTHREC.
000690
000700 FD  CUSTOMER-MASTER-FILE.
000710 01  CUSTOMER-MASTER-RECORD.
000720     COPY CUSTREC.
000730
000740 FD  MAIL-PRINT-FILE.
000750 01  MAIL-PRINT-RECORD.
000760     COPY MAILREC.
000770
000780 FD  LETTER-REPORT-FILE.
000790 01  LETTER-REPORT-LINE          PIC X(100).
000792
000794 FD  PARAMETER-FILE.
000796 01  PARAMETER-FILE-RECORD.
000798     COPY PARMREC.
000800
000810 WORKING-STORAGE SECTION.
000820 01  NR-FILE-STATUS              PIC X(02) VALUE '00'.
000830 01  NH-FILE-STATUS              PIC X(02) VALUE '00'.
000840 01  CM-FILE-STATUS              PIC X(02) VALUE '00'.
000845 01  LG-PARAMETER-FILE-STATUS    PIC X(02) VALUE '00'.
000850
000860 01  LG-SWITCHES.
000870     05  LG-REQUEST-EOF-SW       PIC X(01) VALUE 'N'.
000880         88  LG-REQUEST-EOF               VALUE 'Y'.
000890     05  LG-HISTORY-EOF-SW       PIC X(01) VALUE 'N'.
000900         88  LG-HISTORY-EOF               VALUE 'Y'.
000910     05  LG-ENTRY-FOUND-SW       PIC X(01) VALUE 'N'.
000920         88  LG-ENTRY-FOUND               VALUE 'Y'.
000930     05  LG-OVERFLOW-SW          PIC X(01) VALUE 'N'.
000940         88  LG-TABLE-OVERFLOWED          VALUE 'Y'.
000943     05  LG-PARM-EOF-SW          PIC X(01) VALUE 'N'.
000946         88  LG-PARM-EOF                  VALUE 'Y'.
000950
000960*****************************************************************
000970* The bank as the mail vendor knows it.  The sender ID is the  *
000980* client number the vendor assigns, kept on the bank parameter *
000990* file.                                                        *
001000*****************************************************************
001010 01  LG-CONSTANTS.
001030     05  LG-SENDER-NAME          PIC X(40) VALUE
001040         'FIRST COMMERCIAL BANK'.
001045 01  LG-SENDER-ID                PIC X(10) VALUE SPACES.
001050
001060 01  LG-TODAY                    PIC 9(08) VALUE ZERO.
001070 01  LG-TODAY-R REDEFINES LG-TODAY.
001080     05  LG-TODAY-CYCLE          PIC 9(06).
001090     05  LG-TODAY-DAY            PIC 9(02).
001100 01  LG-BD-FUNCTION-CODE         PIC X(05).
001110
001120 01  LG-FUNCTION-CODE            PIC X(05).
001130 01  LG-STATUS-CODE              PIC X(03).
001140
001150 01  LG-FX-FUNCTION-CODE         PIC X(05).
001160 01  LG-HOME-CURRENCY            PIC X(03) VALUE SPACES.
001170 01  LG-FX-RATE                  PIC 9(05)V9(06).
001180 01  LG-FX-STATUS-CODE           PIC X(03).
001190
001200 01  LG-COUNTERS.
001210     05  LG-REQUEST-COUNT        PIC 9(06) VALUE ZERO.
001220     05  LG-MAILED-COUNT         PIC 9(08) VALUE ZERO.
001230     05  LG-SUPPRESSED-COUNT     PIC 9(06) VALUE ZERO.
001240     05  LG-HELD-COUNT           PIC 9(06) VALUE ZERO.
001250     05  LG-REJECTED-COUNT       PIC 9(06) VALUE ZERO.
001260
001270*****************************************************************
001280* One slot per notice already mailed this cycle - off the      *
001290* correspondence history, then each one this run mails.        *
001300*****************************************************************
001310 01  LG-SENT-TABLE.
001320     05  LG-SENT-ENTRY OCCURS 5000 TIMES
001330             INDEXED BY LG-SENT-IDX.
001340         10  LG-S-NOTICE-TYPE    PIC X(08).
001350         10  LG-S-ACCOUNT-ID     PIC 9(10).
001360 01  LG-SENT-COUNT               PIC 9(04) VALUE ZERO.
001370 01  LG-LOOKUP-TYPE              PIC X(08).
001380 01  LG-LOOKUP-ACCOUNT           PIC 9(10).
001390
001400 01  LG-OUTCOME-STATUS           PIC X(01).
001410 01  LG-OUTCOME-TEXT             PIC X(36).
001420
001430 01  CURRENT-ACCOUNT-RECORD.
001440     COPY ACCTREC.
001450
001460 01  LG-TITLE-LINE.
001470     05  FILLER                  PIC X(28) VALUE
001480         'CUSTOMER NOTICE RUN - CYCLE '.
001490     05  LG-T-CYCLE              PIC 9(06).
001500     05  FILLER                  PIC X(10) VALUE '  - DATED '.
001510     05  LG-T-DATE               PIC 9(08).
001520
001530 01  LG-COLUMN-HEADING.
001540     05  FILLER                  PIC X(30) VALUE
001550         'ACCOUNT    NOTICE   CUSTOMER '.
001560     05  FILLER                  PIC X(23) VALUE
001570         'CCY             AMOUNT '.
001580     05  FILLER                  PIC X(07) VALUE 'OUTCOME'.
001590
001600 01  LG-DETAIL-LINE.
001610     05  LG-D-ACCOUNT-ID         PIC 9(10).
001620     05  FILLER                  PIC X(01) VALUE SPACE.
001630     05  LG-D-NOTICE-TYPE        PIC X(08).
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  LG-D-CUSTOMER-NO        PIC 9(08).
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  LG-D-CURRENCY           PIC X(03).
001680     05  FILLER                  PIC X(01) VALUE SPACE.
001690     05  LG-D-AMOUNT             PIC -Z,ZZZ,ZZZ,ZZ9.99.
001700     05  FILLER                  PIC X(01) VALUE SPACE.
001710     05  LG-D-OUTCOME            PIC X(36).
001720
001730 01  LG-TOTAL-LINE.
001740     05  LG-X-CAPTION            PIC X(30).
001750     05  LG-X-COUNT              PIC ZZZZZZZ9.
001760
001770 PROCEDURE DIVISION.
001780 0000-MAIN-CONTROL.
001790     MOVE 'GET  ' TO LG-BD-FUNCTION-CODE
001800     CALL 'BUSDATE-PROGRAM' USING LG-BD-FUNCTION-CODE LG-TODAY
001810     END-CALL
001820     MOVE 'HOME ' TO LG-FX-FUNCTION-CODE
001830     CALL 'FXRATE-PROGRAM' USING LG-FX-FUNCTION-CODE
001840         LG-HOME-CURRENCY LG-FX-RATE LG-FX-STATUS-CODE
001850     END-CALL
001860     IF NOT LG-FX-STATUS-CODE = 'OK '
001870         MOVE SPACES TO LG-HOME-CURRENCY
001880     END-IF
001881     PERFORM 1400-LOAD-SENDER-ID THRU 1400-LOAD-SENDER-ID-EXIT
001882     IF LG-SENDER-ID = SPACES
001883         DISPLAY 'LETTER-RUN: no mail vendor sender ID on '
001884             'BANKPARM - no letters written. Run abandoned.'
001885         STOP RUN
001886     END-IF
001890
001900     OPEN INPUT CORRESPONDENCE-FILE
001910     IF NOT NR-FILE-STATUS = '00'
001920         DISPLAY 'LETTER-RUN: no notice requests on CORRESP - '
001930             'nothing to mail.'
001940         STOP RUN
001950     END-IF
001960     PERFORM 1000-LOAD-SENT-TABLE THRU 1000-LOAD-SENT-TABLE-EXIT
001970     PERFORM 1200-OPEN-CUSTOMER-MASTER THRU
001980         1200-OPEN-CUSTOMER-MASTER-EXIT
001990     PERFORM 1300-OPEN-OUTPUT-FILES THRU
002000         1300-OPEN-OUTPUT-FILES-EXIT
002010
002020     PERFORM 2000-PROCESS-REQUEST THRU 2000-PROCESS-REQUEST-EXIT
002030         UNTIL LG-REQUEST-EOF
002040
002050     PERFORM 4000-WRITE-TRAILER THRU 4000-WRITE-TRAILER-EXIT
002060     CLOSE CORRESPONDENCE-FILE
002070     CLOSE CORRESPONDENCE-HISTORY-FILE
002080     CLOSE CUSTOMER-MASTER-FILE
002090     CLOSE MAIL-PRINT-FILE
002100     CLOSE LETTER-REPORT-FILE
002110     MOVE 'CLOSE' TO LG-FUNCTION-CODE
002120     CALL 'DATA-PROGRAM' USING LG-FUNCTION-CODE AB-ACCOUNT-ID
002130         AB-BALANCE
002140     END-CALL
002150     PERFORM 4100-EMPTY-REQUEST-FILE THRU
002160         4100-EMPTY-REQUEST-FILE-EXIT
002170
002180     DISPLAY 'LETTER-RUN: ' LG-REQUEST-COUNT ' request(s) read, '
002190         LG-MAILED-COUNT ' letter(s) written, '
002200         LG-SUPPRESSED-COUNT ' suppressed as already sent, '
002210         LG-HELD-COUNT ' held, ' LG-REJECTED-COUNT ' rejected.'
002220     IF LG-HELD-COUNT > ZERO OR LG-REJECTED-COUNT > ZERO
002230         DISPLAY 'LETTER-RUN: see LTRRPT for the held and '
002240             'rejected notices - correct the customer record and '
002250             'write to the customer by hand.'
002260     END-IF
002270     STOP RUN.
002280
002290*****************************************************************
002300* 1000-LOAD-SENT-TABLE reads the correspondence history and    *
002310* keeps every notice mailed in the current cycle.  A missing   *
002320* history means nothing has been mailed yet.                   *
002330*****************************************************************
002340 1000-LOAD-SENT-TABLE.
002350     OPEN INPUT CORRESPONDENCE-HISTORY-FILE
002360     IF NH-FILE-STATUS = '00'
002370         PERFORM 1100-READ-HISTORY-RECORD THRU
002380             1100-READ-HISTORY-RECORD-EXIT
002390             UNTIL LG-HISTORY-EOF
002400         CLOSE CORRESPONDENCE-HISTORY-FILE
002410     END-IF.
002420
002430 1000-LOAD-SENT-TABLE-EXIT.
002440     EXIT.
002450
002460*****************************************************************
002470* 1100-READ-HISTORY-RECORD reads one history record and keeps  *
002480* it when it is a notice mailed this cycle.                    *
002490*****************************************************************
002500 1100-READ-HISTORY-RECORD.
002510     READ CORRESPONDENCE-HISTORY-FILE
002520         AT END
002530             SET LG-HISTORY-EOF TO TRUE
002540             GO TO 1100-READ-HISTORY-RECORD-EXIT
002550     END-READ
002560     IF NOT NH-IS-MAILED
002570         GO TO 1100-READ-HISTORY-RECORD-EXIT
002580     END-IF
002590     IF NOT NH-CYCLE = LG-TODAY-CYCLE
002600         GO TO 1100-READ-HISTORY-RECORD-EXIT
002610     END-IF
002620     MOVE NH-NOTICE-TYPE TO LG-LOOKUP-TYPE
002630     MOVE NH-ACCOUNT-ID TO LG-LOOKUP-ACCOUNT
002640     PERFORM 2400-ADD-SENT-ENTRY THRU 2400-ADD-SENT-ENTRY-EXIT.
002650
002660 1100-READ-HISTORY-RECORD-EXIT.
002670     EXIT.
002680
002690*****************************************************************
002700* 1200-OPEN-CUSTOMER-MASTER opens the customer master.  Without*
002710* it no letter can be addressed, so the run stops with CORRESP *
002720* untouched for the rerun.                                     *
002730*****************************************************************
002740 1200-OPEN-CUSTOMER-MASTER.
002750     OPEN INPUT CUSTOMER-MASTER-FILE
002760     IF NOT CM-FILE-STATUS = '00'
002770         DISPLAY 'LETTER-RUN: CUSTMST failed to open - status '
002780             CM-FILE-STATUS '. No letters written.'
002790         CLOSE CORRESPONDENCE-FILE
002800         STOP RUN
002810     END-IF.
002820
002830 1200-OPEN-CUSTOMER-MASTER-EXIT.
002840     EXIT.
002850
002860*****************************************************************
002870* 1300-OPEN-OUTPUT-FILES opens the print file and the report   *
002880* and writes their headings, and opens the correspondence      *
002890* history for appending - creating it on the first run.        *
002900*****************************************************************
002910 1300-OPEN-OUTPUT-FILES.
002920     OPEN OUTPUT MAIL-PRINT-FILE
002930     MOVE SPACES TO MAIL-PRINT-RECORD
002940     MOVE 'H' TO MV-RECORD-TYPE
002950     MOVE LG-TODAY TO MV-LETTER-DATE
002960     MOVE LG-SENDER-ID TO MV-H-SENDER-ID
002970     MOVE LG-SENDER-NAME TO MV-H-SENDER-NAME
002980     WRITE MAIL-PRINT-RECORD
002990
003000     OPEN OUTPUT LETTER-REPORT-FILE
003010     MOVE LG-TODAY-CYCLE TO LG-T-CYCLE
003020     MOVE LG-TODAY TO LG-T-DATE
003030     WRITE LETTER-REPORT-LINE FROM LG-TITLE-LINE
003040     MOVE ALL '=' TO LETTER-REPORT-LINE
003050     WRITE LETTER-REPORT-LINE
003060     WRITE LETTER-REPORT-LINE FROM LG-COLUMN-HEADING
003070
003080     OPEN EXTEND CORRESPONDENCE-HISTORY-FILE
003090     IF NOT NH-FILE-STATUS = '00' AND NOT NH-FILE-STATUS = '05'
003100         CLOSE CORRESPONDENCE-HISTORY-FILE
003110         OPEN OUTPUT CORRESPONDENCE-HISTORY-FILE
003120     END-IF.
003130
003140 1300-OPEN-OUTPUT-FILES-EXIT.
003150     EXIT.
003151
003152*****************************************************************
003153* 1400-LOAD-SENDER-ID takes the mail vendor's sender ID for    *
003154* the bank off the bank parameter file - the same on every     *
003155* type's record - from the first record that carries one that  *
003156* is neither blank nor zero.  There is no default: the vendor  *
003157* will not print a file it cannot charge to the bank.          *
003158*****************************************************************
003159 1400-LOAD-SENDER-ID.
003160     OPEN INPUT PARAMETER-FILE
003161     IF NOT LG-PARAMETER-FILE-STATUS = '00'
003162         DISPLAY 'LETTER-RUN: BANKPARM not available - status '
003163             LG-PARAMETER-FILE-STATUS '.'
003164         GO TO 1400-LOAD-SENDER-ID-EXIT
003165     END-IF
003166     PERFORM 1410-READ-PARAMETER-RECORD THRU
003167         1410-READ-PARAMETER-RECORD-EXIT
003168         UNTIL LG-PARM-EOF
003169     CLOSE PARAMETER-FILE.
003170
003171 1400-LOAD-SENDER-ID-EXIT.
003172     EXIT.
003173
003174*****************************************************************
003175* 1410-READ-PARAMETER-RECORD reads one bank parameter record   *
003176* and keeps its sender ID when none has been taken yet.        *
003177*****************************************************************
003178 1410-READ-PARAMETER-RECORD.
003179     READ PARAMETER-FILE
003180         AT END
003181             SET LG-PARM-EOF TO TRUE
003182         NOT AT END
003183             IF LG-SENDER-ID = SPACES
003184                     AND PM-SENDER-ID NOT = SPACES
003185                     AND PM-SENDER-ID NOT = ZEROS
003186                 MOVE PM-SENDER-ID TO LG-SENDER-ID
003187             END-IF
003188     END-READ.
003189
003190 1410-READ-PARAMETER-RECORD-EXIT.
003191     EXIT.
003192
003193*****************************************************************
003194* 2000-PROCESS-REQUEST reads one notice request and mails,     *
003195* suppresses, holds or rejects it: an unknown notice type is   *
003200* rejected; a notice already mailed this cycle is suppressed;  *
003210* one that cannot be addressed - or cannot be checked against  *
003220* a full table - is held; any other is mailed.                 *
003230*****************************************************************
003240 2000-PROCESS-REQUEST.
003250     READ CORRESPONDENCE-FILE
003260         AT END
003270             SET LG-REQUEST-EOF TO TRUE
003280             GO TO 2000-PROCESS-REQUEST-EXIT
003290     END-READ
003300     ADD 1 TO LG-REQUEST-COUNT
003310     IF NOT NR-OVERDRAWN-NOTICE AND NOT NR-DORMANCY-WARNING
003320             AND NOT NR-ORDER-FAILED-NOTICE
003330             AND NOT NR-CLOSURE-NOTICE
003340         ADD 1 TO LG-REJECTED-COUNT
003350         MOVE 'REJECTED - UNKNOWN NOTICE TYPE' TO LG-OUTCOME-TEXT
003360         PERFORM 3200-WRITE-REPORT-LINE THRU
003370             3200-WRITE-REPORT-LINE-EXIT
003380         GO TO 2000-PROCESS-REQUEST-EXIT
003390     END-IF
003400
003410     PERFORM 2100-CHECK-ALREADY-SENT THRU
003420         2100-CHECK-ALREADY-SENT-EXIT
003430     IF LG-ENTRY-FOUND
003440         ADD 1 TO LG-SUPPRESSED-COUNT
003450         MOVE 'SUPPRESSED - ALREADY SENT THIS CYCLE' TO
003460             LG-OUTCOME-TEXT
003470         PERFORM 3200-WRITE-REPORT-LINE THRU
003480             3200-WRITE-REPORT-LINE-EXIT
003490         GO TO 2000-PROCESS-REQUEST-EXIT
003500     END-IF
003510
003520     PERFORM 2200-FIND-CUSTOMER THRU 2200-FIND-CUSTOMER-EXIT
003530     IF LG-OUTCOME-STATUS = 'M' AND LG-TABLE-OVERFLOWED
003540         MOVE 'F' TO LG-OUTCOME-STATUS
003550         MOVE 'HELD - SENT TABLE FULL' TO LG-OUTCOME-TEXT
003560     END-IF
003570     IF NOT LG-OUTCOME-STATUS = 'M'
003580         ADD 1 TO LG-HELD-COUNT
003590         PERFORM 3100-WRITE-HISTORY THRU 3100-WRITE-HISTORY-EXIT
003600         PERFORM 3200-WRITE-REPORT-LINE THRU
003610             3200-WRITE-REPORT-LINE-EXIT
003620         GO TO 2000-PROCESS-REQUEST-EXIT
003630     END-IF
003640
003650     PERFORM 2300-SET-CURRENCY THRU 2300-SET-CURRENCY-EXIT
003660     PERFORM 3000-WRITE-LETTER THRU 3000-WRITE-LETTER-EXIT
003670     PERFORM 3100-WRITE-HISTORY THRU 3100-WRITE-HISTORY-EXIT
003680     MOVE NR-NOTICE-TYPE TO LG-LOOKUP-TYPE
003690     MOVE NR-ACCOUNT-ID TO LG-LOOKUP-ACCOUNT
003700     PERFORM 2400-ADD-SENT-ENTRY THRU 2400-ADD-SENT-ENTRY-EXIT
003710     ADD 1 TO LG-MAILED-COUNT
003720     MOVE 'MAILED' TO LG-OUTCOME-TEXT
003730     PERFORM 3200-WRITE-REPORT-LINE THRU
003740         3200-WRITE-REPORT-LINE-EXIT.
003750
003760 2000-PROCESS-REQUEST-EXIT.
003770     EXIT.
003780
003790*****************************************************************
003800* 2100-CHECK-ALREADY-SENT looks for the request's notice type  *
003810* and account among the notices already mailed this cycle.     *
003820*****************************************************************
003830 2100-CHECK-ALREADY-SENT.
003840     MOVE NR-NOTICE-TYPE TO LG-LOOKUP-TYPE
003850     MOVE NR-ACCOUNT-ID TO LG-LOOKUP-ACCOUNT
003860     SET LG-ENTRY-FOUND-SW TO 'N'
003870     SET LG-SENT-IDX TO 1
003880     PERFORM 2110-MATCH-SENT-ENTRY THRU 2110-MATCH-SENT-ENTRY-EXIT
003890         UNTIL LG-SENT-IDX > LG-SENT-COUNT
003900             OR LG-ENTRY-FOUND.
003910
003920 2100-CHECK-ALREADY-SENT-EXIT.
003930     EXIT.
003940
003950*****************************************************************
003960* 2110-MATCH-SENT-ENTRY compares one sent slot against the     *
003970* notice being looked up.                                      *
003980*****************************************************************
003990 2110-MATCH-SENT-ENTRY.
004000     IF LG-S-NOTICE-TYPE (LG-SENT-IDX) = LG-LOOKUP-TYPE
004010             AND LG-S-ACCOUNT-ID (LG-SENT-IDX) = LG-LOOKUP-ACCOUNT
004020         SET LG-ENTRY-FOUND-SW TO 'Y'
004030     ELSE
004040         SET LG-SENT-IDX UP BY 1
004050     END-IF.
004060
004070 2110-MATCH-SENT-ENTRY-EXIT.
004080     EXIT.
004090
004100*****************************************************************
004110* 2200-FIND-CUSTOMER reads the customer master for the         *
004120* request's account and sets the outcome: M to mail, C held    *
004130* for no customer record, A held for no name or address.  A    *
004140* request dropped without a customer number takes the one on   *
004150* the record.                                                  *
004160*****************************************************************
004170 2200-FIND-CUSTOMER.
004180     MOVE 'M' TO LG-OUTCOME-STATUS
004190     MOVE NR-ACCOUNT-ID TO CM-ACCOUNT-ID
004200     READ CUSTOMER-MASTER-FILE
004210         INVALID KEY
004220             MOVE 'C' TO LG-OUTCOME-STATUS
004230             MOVE 'HELD - NO CUSTOMER RECORD' TO LG-OUTCOME-TEXT
004240             GO TO 2200-FIND-CUSTOMER-EXIT
004250     END-READ
004260     IF NR-CUSTOMER-NO NOT NUMERIC OR NR-CUSTOMER-NO = ZERO
004270         IF CM-CUSTOMER-NO NUMERIC
004280             MOVE CM-CUSTOMER-NO TO NR-CUSTOMER-NO
004290         ELSE
004300             MOVE ZERO TO NR-CUSTOMER-NO
004310         END-IF
004320     END-IF
004330     IF CM-CUSTOMER-NAME = SPACES OR CM-CUSTOMER-ADDRESS = SPACES
004340         MOVE 'A' TO LG-OUTCOME-STATUS
004350         MOVE 'HELD - NO NAME OR ADDRESS ON FILE' TO
004360             LG-OUTCOME-TEXT
004370     END-IF.
004380
004390 2200-FIND-CUSTOMER-EXIT.
004400     EXIT.
004410
004420*****************************************************************
004430* 2300-SET-CURRENCY gives a request dropped without a currency *
004440* the account's currency off the balance file, and a home-     *
004450* currency account the home currency code, so every letter     *
004460* names the currency its figures are in.                       *
004470*****************************************************************
004480 2300-SET-CURRENCY.
004490     IF NOT NR-CURRENCY-CODE = SPACES
004500         GO TO 2300-SET-CURRENCY-EXIT
004510     END-IF
004520     MOVE NR-ACCOUNT-ID TO AB-ACCOUNT-ID
004530     MOVE 'READ ' TO LG-FUNCTION-CODE
004540     CALL 'DATA-PROGRAM' USING LG-FUNCTION-CODE AB-ACCOUNT-ID
004550         AB-BALANCE LG-STATUS-CODE AB-OD-LIMIT
004560         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
004570         AB-CURRENCY-CODE
004580     END-CALL
004590     IF LG-STATUS-CODE = 'OK '
004600         MOVE AB-CURRENCY-CODE TO NR-CURRENCY-CODE
004610     END-IF
004620     IF NR-CURRENCY-CODE = SPACES
004630         MOVE LG-HOME-CURRENCY TO NR-CURRENCY-CODE
004640     END-IF.
004650
004660 2300-SET-CURRENCY-EXIT.
004670     EXIT.
004680
004690*****************************************************************
004700* 2400-ADD-SENT-ENTRY adds the notice being looked up to the   *
004710* sent table.  A table past 5000 notices raises the overflow   *
004720* switch, after which no notice is mailed - one missing from   *
004730* the table might already have gone out this cycle.            *
004740*****************************************************************
004750 2400-ADD-SENT-ENTRY.
004760     IF LG-SENT-COUNT >= 5000
004770         IF NOT LG-TABLE-OVERFLOWED
004780             SET LG-TABLE-OVERFLOWED TO TRUE
004790             DISPLAY 'LETTER-RUN: more than 5000 notices mailed '
004800                 'this cycle - the rest of the run''s notices '
004810                 'are held for review by hand.'
004820         END-IF
004830         GO TO 2400-ADD-SENT-ENTRY-EXIT
004840     END-IF
004850     ADD 1 TO LG-SENT-COUNT
004860     SET LG-SENT-IDX TO LG-SENT-COUNT
004870     MOVE LG-LOOKUP-TYPE TO LG-S-NOTICE-TYPE (LG-SENT-IDX)
004880     MOVE LG-LOOKUP-ACCOUNT TO LG-S-ACCOUNT-ID (LG-SENT-IDX).
004890
004900 2400-ADD-SENT-ENTRY-EXIT.
004910     EXIT.
004920
004930*****************************************************************
004940* 3000-WRITE-LETTER writes one letter record to the print file:*
004950* the vendor template named by the notice type, the holder's   *
004960* name and address, and the request's figures with their signs *
004970* split out.                                                   *
004980*****************************************************************
004990 3000-WRITE-LETTER.
005000     MOVE SPACES TO MAIL-PRINT-RECORD
005010     MOVE 'L' TO MV-RECORD-TYPE
005020     MOVE LG-TODAY TO MV-LETTER-DATE
005030     MOVE NR-NOTICE-TYPE TO MV-L-TEMPLATE
005040     MOVE NR-ACCOUNT-ID TO MV-L-ACCOUNT-ID
005050     MOVE NR-CUSTOMER-NO TO MV-L-CUSTOMER-NO
005060     MOVE CM-CUSTOMER-NAME TO MV-L-NAME
005070     MOVE CM-CUSTOMER-ADDRESS TO MV-L-ADDRESS
005080     MOVE NR-CURRENCY-CODE TO MV-L-CURRENCY-CODE
005090     MOVE NR-FIRST-AMOUNT TO MV-L-FIRST-AMOUNT
005100     IF NR-FIRST-AMOUNT < ZERO
005110         MOVE '-' TO MV-L-FIRST-SIGN
005120     END-IF
005130     MOVE NR-SECOND-AMOUNT TO MV-L-SECOND-AMOUNT
005140     IF NR-SECOND-AMOUNT < ZERO
005150         MOVE '-' TO MV-L-SECOND-SIGN
005160     END-IF
005170     MOVE NR-REFERENCE-DATE TO MV-L-REFERENCE-DATE
005180     MOVE NR-REFERENCE-TEXT TO MV-L-REFERENCE-TEXT
005190     WRITE MAIL-PRINT-RECORD.
005200
005210 3000-WRITE-LETTER-EXIT.
005220     EXIT.
005230
005240*****************************************************************
005250* 3100-WRITE-HISTORY appends the request to the correspondence *
005260* history with this cycle, today's date and its outcome.       *
005270*****************************************************************
005280 3100-WRITE-HISTORY.
005290     MOVE SPACES TO CORRESPONDENCE-HISTORY-RECORD
005300     MOVE NR-NOTICE-TYPE TO NH-NOTICE-TYPE
005310     MOVE NR-ACCOUNT-ID TO NH-ACCOUNT-ID
005320     MOVE NR-CUSTOMER-NO TO NH-CUSTOMER-NO
005330     MOVE NR-REQUEST-DATE TO NH-REQUEST-DATE
005340     MOVE NR-REQUESTED-BY TO NH-REQUESTED-BY
005350     MOVE NR-CURRENCY-CODE TO NH-CURRENCY-CODE
005360     MOVE NR-FIRST-AMOUNT TO NH-FIRST-AMOUNT
005370     MOVE NR-SECOND-AMOUNT TO NH-SECOND-AMOUNT
005380     MOVE NR-REFERENCE-DATE TO NH-REFERENCE-DATE
005390     MOVE NR-REFERENCE-TEXT TO NH-REFERENCE-TEXT
005400     MOVE LG-TODAY-CYCLE TO NH-CYCLE
005410     MOVE LG-TODAY TO NH-PROCESSED-DATE
005420     MOVE LG-OUTCOME-STATUS TO NH-STATUS-FLAG
005430     WRITE CORRESPONDENCE-HISTORY-RECORD.
005440
005450 3100-WRITE-HISTORY-EXIT.
005460     EXIT.
005470
005480*****************************************************************
005490* 3200-WRITE-REPORT-LINE lists the request and its outcome.    *
005500*****************************************************************
005510 3200-WRITE-REPORT-LINE.
005520     MOVE NR-ACCOUNT-ID TO LG-D-ACCOUNT-ID
005530     MOVE NR-NOTICE-TYPE TO LG-D-NOTICE-TYPE
005540     IF NR-CUSTOMER-NO NUMERIC
005550         MOVE NR-CUSTOMER-NO TO LG-D-CUSTOMER-NO
005560     ELSE
005570         MOVE ZERO TO LG-D-CUSTOMER-NO
005580     END-IF
005590     MOVE NR-CURRENCY-CODE TO LG-D-CURRENCY
005600     IF NR-FIRST-AMOUNT NUMERIC
005610         MOVE NR-FIRST-AMOUNT TO LG-D-AMOUNT
005620     ELSE
005630         MOVE ZERO TO LG-D-AMOUNT
005640     END-IF
005650     MOVE LG-OUTCOME-TEXT TO LG-D-OUTCOME
005660     WRITE LETTER-REPORT-LINE FROM LG-DETAIL-LINE.
005670
005680 3200-WRITE-REPORT-LINE-EXIT.
005690     EXIT.
005700
005710*****************************************************************
005720* 4000-WRITE-TRAILER closes the print file with the count of   *
005730* letters the vendor proves it against, and prints the run's   *
005740* totals on the report.                                        *
005750*****************************************************************
005760 4000-WRITE-TRAILER.
005770     MOVE SPACES TO MAIL-PRINT-RECORD
005780     MOVE 'T' TO MV-RECORD-TYPE
005790     MOVE LG-TODAY TO MV-LETTER-DATE
005800     MOVE LG-MAILED-COUNT TO MV-T-LETTER-COUNT
005810     WRITE MAIL-PRINT-RECORD
005820
005830     MOVE SPACES TO LETTER-REPORT-LINE
005840     WRITE LETTER-REPORT-LINE
005850     MOVE 'REQUESTS READ' TO LG-X-CAPTION
005860     MOVE LG-REQUEST-COUNT TO LG-X-COUNT
005870     WRITE LETTER-REPORT-LINE FROM LG-TOTAL-LINE
005880     MOVE 'LETTERS MAILED' TO LG-X-CAPTION
005890     MOVE LG-MAILED-COUNT TO LG-X-COUNT
005900     WRITE LETTER-REPORT-LINE FROM LG-TOTAL-LINE
005910     MOVE 'SUPPRESSED - ALREADY SENT' TO LG-X-CAPTION
005920     MOVE LG-SUPPRESSED-COUNT TO LG-X-COUNT
005930     WRITE LETTER-REPORT-LINE FROM LG-TOTAL-LINE
005940     MOVE 'HELD' TO LG-X-CAPTION
005950     MOVE LG-HELD-COUNT TO LG-X-COUNT
005960     WRITE LETTER-REPORT-LINE FROM LG-TOTAL-LINE
005970     MOVE 'REJECTED' TO LG-X-CAPTION
005980     MOVE LG-REJECTED-COUNT TO LG-X-COUNT
005990     WRITE LETTER-REPORT-LINE FROM LG-TOTAL-LINE.
006000
006010 4000-WRITE-TRAILER-EXIT.
006020     EXIT.
006030
006040*****************************************************************
006050* 4100-EMPTY-REQUEST-FILE empties CORRESP now every request on *
006060* it has been mailed, suppressed, held or rejected, so none is *
006070* dealt with twice.                                            *
006080*****************************************************************
006090 4100-EMPTY-REQUEST-FILE.
006100     OPEN OUTPUT CORRESPONDENCE-FILE
006110     CLOSE CORRESPONDENCE-FILE.
006120
006130 4100-EMPTY-REQUEST-FILE-EXIT.
006140     EXIT.
