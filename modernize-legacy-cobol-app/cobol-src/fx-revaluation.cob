000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FX-REVALUATION.
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
000140* FX-REVALUATION is the month-end foreign-exchange revaluation,*
000150* run after GL-EXTRACT on the last business day of the month.  *
000160* Customer deposits held in a foreign currency are a liability *
000170* whose home-currency value moves with the rate.  For each     *
000180* currency on the position file (FXPOSN) it restates the       *
000190* position at today's rate from FXRATE-PROGRAM and books the   *
000200* difference from the book value:                              *
000210*                                                              *
000220*   LOSS (liability grew)    DR 510100 FX REVAL  CR 200100 DEP *
000230*   GAIN (liability shrank)  DR 200100 DEP  CR 510100 FX REVAL *
000240*                                                              *
000250* The entries go to GLREVAL in GL-EXTRACT's posting layout.  A *
000260* revaluation moves home-currency value only, so the deposits  *
000270* leg carries a zero amount in its currency with the           *
000280* difference as its home amount, and no currency control       *
000290* records are written; the trailer's home totals balance.  The *
000300* new book values, with the date and rate used, are written    *
000310* back to FXPOSN and every currency is listed on FXRVRPT.  A   *
000320* currency with no rate today is listed and left at its old    *
000330* book value for the next run.  The run refuses to start if    *
000340* tonight's GL-EXTRACT has not brought the positions up to     *
000350* today, or if they have already been revalued today.          *
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT FX-POSITION-FILE ASSIGN TO "FXPOSN"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FP-FILE-STATUS.
000430
000440     SELECT REVAL-POSTING-FILE ASSIGN TO "GLREVAL"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460
000470     SELECT REVAL-REPORT-FILE ASSIGN TO "FXRVRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  FX-POSITION-FILE.
000530 01  FX-POSITION-RECORD.
000540     COPY FXPOSREC.
000550
000560 FD  REVAL-POSTING-FILE.
000570 01  REVAL-POSTING-LINE          PIC X(80).
000580
000590 FD  REVAL-REPORT-FILE.
000600 01  REVAL-REPORT-LINE           PIC X(100).
000610
000620 WORKING-STORAGE SECTION.
000630 01  FP-FILE-STATUS              PIC X(02) VALUE '00'.
000640
000650 01  FV-SWITCHES.
000660     05  FV-POSITION-EOF-SW      PIC X(01) VALUE 'N'.
000670         88  FV-POSITION-EOF              VALUE 'Y'.
000680     05  FV-REFUSED-SW           PIC X(01) VALUE 'N'.
000690         88  FV-RUN-REFUSED               VALUE 'Y'.
000700
000710 01  FV-CONSTANTS.
000720     05  FV-DEPOSIT-ACCOUNT      PIC 9(06) VALUE 200100.
000730     05  FV-REVAL-ACCOUNT        PIC 9(06) VALUE 510100.
000740
000750 01  FV-TODAY                    PIC 9(08) VALUE ZERO.
000760 01  FV-BD-FUNCTION-CODE         PIC X(05).
000770 01  FV-FX-FUNCTION-CODE         PIC X(05).
000780 01  FV-FX-CURRENCY              PIC X(03).
000790 01  FV-FX-RATE                  PIC 9(05)V9(06).
000800 01  FV-FX-STATUS-CODE           PIC X(03).
000810 01  FV-HOME-CURRENCY            PIC X(03) VALUE SPACES.
000820
000830 01  FV-COUNTERS.
000840     05  FV-POSITION-COUNT       PIC 9(04) VALUE ZERO COMP.
000850     05  FV-REVALUED-COUNT       PIC 9(04) VALUE ZERO.
000860     05  FV-UNRATED-COUNT        PIC 9(04) VALUE ZERO.
000870     05  FV-DETAIL-COUNT         PIC 9(06) VALUE ZERO.
000880
000890 01  FV-WORK-AREAS.
000900     05  FV-REVALUED-VALUE       PIC S9(11)V99.
000910     05  FV-DIFFERENCE           PIC S9(11)V99.
000920     05  FV-LOSS-TOTAL           PIC S9(12)V99 VALUE ZERO.
000930     05  FV-GAIN-TOTAL           PIC S9(12)V99 VALUE ZERO.
000940     05  FV-DEBIT-TOTAL          PIC S9(12)V99 VALUE ZERO.
000950     05  FV-CREDIT-TOTAL         PIC S9(12)V99 VALUE ZERO.
000960
000970*****************************************************************
000980* The position file, loaded whole, restated and written back.  *
000990* FV-P-DIFFERENCE keeps each currency's booked difference for  *
001000* the posting file.                                            *
001010*****************************************************************
001020 01  FV-POSITION-TABLE.
001030     05  FV-POSITION-ENTRY OCCURS 50 TIMES
001040             INDEXED BY FV-POSITION-IDX.
001050         10  FV-P-CURRENCY       PIC X(03).
001060         10  FV-P-POSITION       PIC S9(11)V99.
001070         10  FV-P-BOOK-VALUE     PIC S9(11)V99.
001080         10  FV-P-EXTRACT-DATE   PIC 9(08).
001090         10  FV-P-REVAL-DATE     PIC 9(08).
001100         10  FV-P-REVAL-RATE     PIC 9(05)V9(06).
001110         10  FV-P-DIFFERENCE     PIC S9(11)V99.
001120
001130 01  FV-HEADER-RECORD.
001140     05  FILLER                  PIC X(01) VALUE 'H'.
001150     05  FILLER                  PIC X(01) VALUE SPACE.
001160     05  FV-H-EXTRACT-DATE       PIC 9(08).
001170     05  FILLER                  PIC X(01) VALUE SPACE.
001180     05  FV-H-HOME-CURRENCY      PIC X(03).
001190
001200 01  FV-DETAIL-RECORD.
001210     05  FILLER                  PIC X(01) VALUE 'D'.
001220     05  FILLER                  PIC X(01) VALUE SPACE.
001230     05  FV-D-ACCOUNT            PIC 9(06).
001240     05  FILLER                  PIC X(01) VALUE SPACE.
001250     05  FV-D-SIDE               PIC X(01).
001260     05  FILLER                  PIC X(01) VALUE SPACE.
001270     05  FV-D-AMOUNT             PIC 9(12).99.
001280     05  FILLER                  PIC X(01) VALUE SPACE.
001290     05  FV-D-CURRENCY           PIC X(03).
001300     05  FILLER                  PIC X(01) VALUE SPACE.
001310     05  FV-D-HOME-AMOUNT        PIC 9(12).99.
001320
001330 01  FV-TRAILER-RECORD.
001340     05  FILLER                  PIC X(01) VALUE 'T'.
001350     05  FILLER                  PIC X(01) VALUE SPACE.
001360     05  FV-T-DETAIL-COUNT       PIC 9(06).
001370     05  FILLER                  PIC X(01) VALUE SPACE.
001380     05  FV-T-DEBIT-TOTAL        PIC 9(12).99.
001390     05  FILLER                  PIC X(01) VALUE SPACE.
001400     05  FV-T-CREDIT-TOTAL       PIC 9(12).99.
001410
001420 01  FV-COLUMN-LINE.
001430     05  FILLER                  PIC X(04) VALUE 'CCY '.
001440     05  FILLER                  PIC X(15) VALUE
001450         '       POSITION'.
001460     05  FILLER                  PIC X(13) VALUE
001470         '         RATE'.
001480     05  FILLER                  PIC X(16) VALUE
001490         '  OLD BOOK VALUE'.
001500     05  FILLER                  PIC X(16) VALUE
001510         '  NEW BOOK VALUE'.
001520     05  FILLER                  PIC X(10) VALUE
001530         '  RESULT'.
001540
001550 01  FV-REPORT-DETAIL.
001560     05  FV-R-CURRENCY           PIC X(03).
001570     05  FILLER                  PIC X(01) VALUE SPACE.
001580     05  FV-R-POSITION           PIC -ZZZ,ZZZ,ZZ9.99.
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  FV-R-RATE               PIC ZZZZ9.999999.
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  FV-R-OLD-BOOK-VALUE     PIC -ZZZ,ZZZ,ZZ9.99.
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  FV-R-NEW-BOOK-VALUE     PIC -ZZZ,ZZZ,ZZ9.99.
001650     05  FILLER                  PIC X(01) VALUE SPACE.
001660     05  FV-R-RESULT             PIC X(20).
001670
001680 01  FV-RESULT-AREA.
001690     05  FV-RS-LABEL             PIC X(05).
001700     05  FV-RS-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
001710
001720 01  FV-TOTAL-LINE.
001730     05  FV-TL-LABEL             PIC X(30).
001740     05  FV-TL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99.
001750     05  FILLER                  PIC X(01) VALUE SPACE.
001760     05  FV-TL-CURRENCY          PIC X(03).
001770
001780 PROCEDURE DIVISION.
001790 0000-MAIN-CONTROL.
001800     MOVE 'GET  ' TO FV-BD-FUNCTION-CODE
001810     CALL 'BUSDATE-PROGRAM' USING FV-BD-FUNCTION-CODE FV-TODAY
001820     END-CALL
001830     MOVE 'HOME ' TO FV-FX-FUNCTION-CODE
001840     MOVE SPACES TO FV-FX-CURRENCY
001850     CALL 'FXRATE-PROGRAM' USING FV-FX-FUNCTION-CODE
001860         FV-FX-CURRENCY FV-FX-RATE FV-FX-STATUS-CODE
001870     END-CALL
001880     MOVE FV-FX-CURRENCY TO FV-HOME-CURRENCY
001890
001900     PERFORM 1000-LOAD-POSITIONS THRU 1000-LOAD-POSITIONS-EXIT
001910     IF FV-RUN-REFUSED
001920         DISPLAY 'FX-REVALUATION: nothing revalued.'
001930         STOP RUN
001940     END-IF
001950
001960     OPEN OUTPUT REVAL-REPORT-FILE
001970     MOVE 'MONTH-END FOREIGN EXCHANGE REVALUATION'
001980         TO REVAL-REPORT-LINE
001990     WRITE REVAL-REPORT-LINE
002000     MOVE '======================================'
002010         TO REVAL-REPORT-LINE
002020     WRITE REVAL-REPORT-LINE
002030     MOVE SPACES TO REVAL-REPORT-LINE
002040     WRITE REVAL-REPORT-LINE
002050     WRITE REVAL-REPORT-LINE FROM FV-COLUMN-LINE
002060
002070     SET FV-POSITION-IDX TO 1
002080     PERFORM 2000-REVALUE-POSITION THRU
002090         2000-REVALUE-POSITION-EXIT
002100         UNTIL FV-POSITION-IDX > FV-POSITION-COUNT
002110
002120     PERFORM 3000-WRITE-POSTING-FILE THRU
002130         3000-WRITE-POSTING-FILE-EXIT
002140     PERFORM 4000-WRITE-POSITIONS THRU 4000-WRITE-POSITIONS-EXIT
002150     PERFORM 8000-WRITE-REPORT-TOTALS THRU
002160         8000-WRITE-REPORT-TOTALS-EXIT
002170     CLOSE REVAL-REPORT-FILE
002180
002190     DISPLAY 'FX-REVALUATION: ' FV-REVALUED-COUNT
002200         ' currency position(s) revalued, ' FV-UNRATED-COUNT
002210         ' without a rate; loss ' FV-LOSS-TOTAL
002220         ' gain ' FV-GAIN-TOTAL '.'
002230     STOP RUN.
002240
002250*****************************************************************
002260* 1000-LOAD-POSITIONS loads the position file and refuses the  *
002270* run if a record has not been brought up to today by          *
002280* GL-EXTRACT, or has already been revalued today.              *
002290*****************************************************************
002300 1000-LOAD-POSITIONS.
002310     OPEN INPUT FX-POSITION-FILE
002320     IF NOT FP-FILE-STATUS = '00'
002330         DISPLAY 'FX-REVALUATION: no position file - no '
002340             'foreign-currency deposits have been extracted.'
002350         SET FV-RUN-REFUSED TO TRUE
002360         GO TO 1000-LOAD-POSITIONS-EXIT
002370     END-IF
002380     PERFORM 1100-READ-POSITION THRU 1100-READ-POSITION-EXIT
002390         UNTIL FV-POSITION-EOF
002400     CLOSE FX-POSITION-FILE
002410     IF FV-POSITION-COUNT = ZERO
002420         DISPLAY 'FX-REVALUATION: position file is empty.'
002430         SET FV-RUN-REFUSED TO TRUE
002440     END-IF.
002450
002460 1000-LOAD-POSITIONS-EXIT.
002470     EXIT.
002480
002490*****************************************************************
002500* 1100-READ-POSITION reads one position record into the next   *
002510* table slot, checking its extract and revaluation dates.      *
002520*****************************************************************
002530 1100-READ-POSITION.
002540     READ FX-POSITION-FILE
002550         AT END
002560             SET FV-POSITION-EOF TO TRUE
002570             GO TO 1100-READ-POSITION-EXIT
002580     END-READ
002590     IF FV-POSITION-COUNT >= 50
002600         DISPLAY 'FX-REVALUATION: more than 50 currency '
002610             'positions on FXPOSN.'
002620         SET FV-RUN-REFUSED TO TRUE
002630         SET FV-POSITION-EOF TO TRUE
002640         GO TO 1100-READ-POSITION-EXIT
002650     END-IF
002660     IF FP-EXTRACT-DATE NOT = FV-TODAY
002670         DISPLAY 'FX-REVALUATION: ' FP-CURRENCY-CODE
002680             ' position last extracted ' FP-EXTRACT-DATE
002690             ', not today ' FV-TODAY ' - run GL-EXTRACT first.'
002700         SET FV-RUN-REFUSED TO TRUE
002710     END-IF
002720     IF FP-REVAL-DATE = FV-TODAY
002730         DISPLAY 'FX-REVALUATION: ' FP-CURRENCY-CODE
002740             ' position already revalued today.'
002750         SET FV-RUN-REFUSED TO TRUE
002760     END-IF
002770     ADD 1 TO FV-POSITION-COUNT
002780     SET FV-POSITION-IDX TO FV-POSITION-COUNT
002790     MOVE FP-CURRENCY-CODE TO FV-P-CURRENCY (FV-POSITION-IDX)
002800     MOVE FP-POSITION TO FV-P-POSITION (FV-POSITION-IDX)
002810     MOVE FP-BOOK-VALUE TO FV-P-BOOK-VALUE (FV-POSITION-IDX)
002820     MOVE FP-EXTRACT-DATE TO FV-P-EXTRACT-DATE (FV-POSITION-IDX)
002830     MOVE FP-REVAL-DATE TO FV-P-REVAL-DATE (FV-POSITION-IDX)
002840     MOVE FP-REVAL-RATE TO FV-P-REVAL-RATE (FV-POSITION-IDX)
002850     MOVE ZERO TO FV-P-DIFFERENCE (FV-POSITION-IDX).
002860
002870 1100-READ-POSITION-EXIT.
002880     EXIT.
002890
002900*****************************************************************
002910* 2000-REVALUE-POSITION restates one currency's position at    *
002920* today's rate, keeps the difference from its book value -     *
002930* positive a loss, negative a gain - and lists it.             *
002940*****************************************************************
002950 2000-REVALUE-POSITION.
002960     MOVE FV-P-CURRENCY (FV-POSITION-IDX) TO FV-R-CURRENCY
002970     MOVE FV-P-POSITION (FV-POSITION-IDX) TO FV-R-POSITION
002980     MOVE FV-P-BOOK-VALUE (FV-POSITION-IDX) TO
002990         FV-R-OLD-BOOK-VALUE
003000     MOVE 'RATE ' TO FV-FX-FUNCTION-CODE
003010     MOVE FV-P-CURRENCY (FV-POSITION-IDX) TO FV-FX-CURRENCY
003020     CALL 'FXRATE-PROGRAM' USING FV-FX-FUNCTION-CODE
003030         FV-FX-CURRENCY FV-FX-RATE FV-FX-STATUS-CODE
003040     END-CALL
003050     IF NOT FV-FX-STATUS-CODE = 'OK '
003060         ADD 1 TO FV-UNRATED-COUNT
003070         MOVE ZERO TO FV-R-RATE
003080         MOVE FV-P-BOOK-VALUE (FV-POSITION-IDX) TO
003090             FV-R-NEW-BOOK-VALUE
003100         MOVE 'NO RATE - NOT DONE' TO FV-R-RESULT
003110         WRITE REVAL-REPORT-LINE FROM FV-REPORT-DETAIL
003120         GO TO 2000-REVALUE-POSITION-NEXT
003130     END-IF
003140
003150     COMPUTE FV-REVALUED-VALUE ROUNDED =
003160         FV-P-POSITION (FV-POSITION-IDX) * FV-FX-RATE
003170     COMPUTE FV-DIFFERENCE =
003180         FV-REVALUED-VALUE - FV-P-BOOK-VALUE (FV-POSITION-IDX)
003190     MOVE FV-DIFFERENCE TO FV-P-DIFFERENCE (FV-POSITION-IDX)
003200     MOVE FV-REVALUED-VALUE TO FV-P-BOOK-VALUE (FV-POSITION-IDX)
003210     MOVE FV-TODAY TO FV-P-REVAL-DATE (FV-POSITION-IDX)
003220     MOVE FV-FX-RATE TO FV-P-REVAL-RATE (FV-POSITION-IDX)
003230     ADD 1 TO FV-REVALUED-COUNT
003240
003250     MOVE FV-FX-RATE TO FV-R-RATE
003260     MOVE FV-REVALUED-VALUE TO FV-R-NEW-BOOK-VALUE
003270     EVALUATE TRUE
003280         WHEN FV-DIFFERENCE > ZERO
003290             MOVE 'LOSS ' TO FV-RS-LABEL
003300             MOVE FV-DIFFERENCE TO FV-RS-AMOUNT
003310             ADD FV-DIFFERENCE TO FV-LOSS-TOTAL
003320             MOVE FV-RESULT-AREA TO FV-R-RESULT
003330         WHEN FV-DIFFERENCE < ZERO
003340             MOVE 'GAIN ' TO FV-RS-LABEL
003350             MOVE FV-DIFFERENCE TO FV-RS-AMOUNT
003360             SUBTRACT FV-DIFFERENCE FROM FV-GAIN-TOTAL
003370             MOVE FV-RESULT-AREA TO FV-R-RESULT
003380         WHEN OTHER
003390             MOVE 'NO CHANGE' TO FV-R-RESULT
003400     END-EVALUATE
003410     WRITE REVAL-REPORT-LINE FROM FV-REPORT-DETAIL.
003420
003430 2000-REVALUE-POSITION-NEXT.
003440     SET FV-POSITION-IDX UP BY 1.
003450
003460 2000-REVALUE-POSITION-EXIT.
003470     EXIT.
003480
003490*****************************************************************
003500* 3000-WRITE-POSTING-FILE writes the revaluation entries: a    *
003510* customer-deposits line per currency revalued, in that        *
003520* currency with its difference as the home amount, then the    *
003530* FX revaluation account's debit (losses) and credit (gains) in*
003540* home currency, and a trailer whose home totals agree.        *
003550*****************************************************************
003560 3000-WRITE-POSTING-FILE.
003570     OPEN OUTPUT REVAL-POSTING-FILE
003580     MOVE FV-TODAY TO FV-H-EXTRACT-DATE
003590     MOVE FV-HOME-CURRENCY TO FV-H-HOME-CURRENCY
003600     WRITE REVAL-POSTING-LINE FROM FV-HEADER-RECORD
003610
003620     SET FV-POSITION-IDX TO 1
003630     PERFORM 3100-WRITE-DEPOSIT-LINE THRU
003640         3100-WRITE-DEPOSIT-LINE-EXIT
003650         UNTIL FV-POSITION-IDX > FV-POSITION-COUNT
003660
003670     MOVE FV-REVAL-ACCOUNT TO FV-D-ACCOUNT
003680     MOVE FV-HOME-CURRENCY TO FV-D-CURRENCY
003690     IF FV-LOSS-TOTAL NOT = ZERO
003700         MOVE 'D' TO FV-D-SIDE
003710         MOVE FV-LOSS-TOTAL TO FV-D-AMOUNT
003720         MOVE FV-LOSS-TOTAL TO FV-D-HOME-AMOUNT
003730         WRITE REVAL-POSTING-LINE FROM FV-DETAIL-RECORD
003740         ADD 1 TO FV-DETAIL-COUNT
003750         ADD FV-LOSS-TOTAL TO FV-DEBIT-TOTAL
003760     END-IF
003770     IF FV-GAIN-TOTAL NOT = ZERO
003780         MOVE 'C' TO FV-D-SIDE
003790         MOVE FV-GAIN-TOTAL TO FV-D-AMOUNT
003800         MOVE FV-GAIN-TOTAL TO FV-D-HOME-AMOUNT
003810         WRITE REVAL-POSTING-LINE FROM FV-DETAIL-RECORD
003820         ADD 1 TO FV-DETAIL-COUNT
003830         ADD FV-GAIN-TOTAL TO FV-CREDIT-TOTAL
003840     END-IF
003850
003860     MOVE FV-DETAIL-COUNT TO FV-T-DETAIL-COUNT
003870     MOVE FV-DEBIT-TOTAL TO FV-T-DEBIT-TOTAL
003880     MOVE FV-CREDIT-TOTAL TO FV-T-CREDIT-TOTAL
003890     WRITE REVAL-POSTING-LINE FROM FV-TRAILER-RECORD
003900     CLOSE REVAL-POSTING-FILE.
003910
003920 3000-WRITE-POSTING-FILE-EXIT.
003930     EXIT.
003940
003950*****************************************************************
003960* 3100-WRITE-DEPOSIT-LINE writes the customer-deposits side of *
003970* one currency's difference - a credit for a loss, a debit for *
003980* a gain - then advances to the next currency.                 *
003990*****************************************************************
004000 3100-WRITE-DEPOSIT-LINE.
004010     IF FV-P-DIFFERENCE (FV-POSITION-IDX) NOT = ZERO
004020         MOVE FV-DEPOSIT-ACCOUNT TO FV-D-ACCOUNT
004030         MOVE ZERO TO FV-D-AMOUNT
004040         MOVE FV-P-CURRENCY (FV-POSITION-IDX) TO FV-D-CURRENCY
004050         MOVE FV-P-DIFFERENCE (FV-POSITION-IDX) TO
004060             FV-D-HOME-AMOUNT
004070         IF FV-P-DIFFERENCE (FV-POSITION-IDX) > ZERO
004080             MOVE 'C' TO FV-D-SIDE
004090             ADD FV-P-DIFFERENCE (FV-POSITION-IDX) TO
004100                 FV-CREDIT-TOTAL
004110         ELSE
004120             MOVE 'D' TO FV-D-SIDE
004130             SUBTRACT FV-P-DIFFERENCE (FV-POSITION-IDX) FROM
004140                 FV-DEBIT-TOTAL
004150         END-IF
004160         WRITE REVAL-POSTING-LINE FROM FV-DETAIL-RECORD
004170         ADD 1 TO FV-DETAIL-COUNT
004180     END-IF
004190     SET FV-POSITION-IDX UP BY 1.
004200
004210 3100-WRITE-DEPOSIT-LINE-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250* 4000-WRITE-POSITIONS writes the position file back with the  *
004260* restated book values and the date and rate each used.        *
004270*****************************************************************
004280 4000-WRITE-POSITIONS.
004290     OPEN OUTPUT FX-POSITION-FILE
004300     SET FV-POSITION-IDX TO 1
004310     PERFORM 4100-WRITE-POSITION THRU 4100-WRITE-POSITION-EXIT
004320         UNTIL FV-POSITION-IDX > FV-POSITION-COUNT
004330     CLOSE FX-POSITION-FILE.
004340
004350 4000-WRITE-POSITIONS-EXIT.
004360     EXIT.
004370
004380*****************************************************************
004390* 4100-WRITE-POSITION writes one position record.              *
004400*****************************************************************
004410 4100-WRITE-POSITION.
004420     MOVE SPACES TO FX-POSITION-RECORD
004430     MOVE FV-P-CURRENCY (FV-POSITION-IDX) TO FP-CURRENCY-CODE
004440     MOVE FV-P-POSITION (FV-POSITION-IDX) TO FP-POSITION
004450     MOVE FV-P-BOOK-VALUE (FV-POSITION-IDX) TO FP-BOOK-VALUE
004460     MOVE FV-P-EXTRACT-DATE (FV-POSITION-IDX) TO FP-EXTRACT-DATE
004470     MOVE FV-P-REVAL-DATE (FV-POSITION-IDX) TO FP-REVAL-DATE
004480     MOVE FV-P-REVAL-RATE (FV-POSITION-IDX) TO FP-REVAL-RATE
004490     WRITE FX-POSITION-RECORD
004500     SET FV-POSITION-IDX UP BY 1.
004510
004520 4100-WRITE-POSITION-EXIT.
004530     EXIT.
004540
004550*****************************************************************
004560* 8000-WRITE-REPORT-TOTALS closes the report with the month's  *
004570* total loss, total gain and net result in home currency.      *
004580*****************************************************************
004590 8000-WRITE-REPORT-TOTALS.
004600     MOVE SPACES TO REVAL-REPORT-LINE
004610     WRITE REVAL-REPORT-LINE
004620     MOVE FV-HOME-CURRENCY TO FV-TL-CURRENCY
004630     MOVE 'TOTAL REVALUATION LOSS' TO FV-TL-LABEL
004640     MOVE FV-LOSS-TOTAL TO FV-TL-AMOUNT
004650     WRITE REVAL-REPORT-LINE FROM FV-TOTAL-LINE
004660     MOVE 'TOTAL REVALUATION GAIN' TO FV-TL-LABEL
004670     MOVE FV-GAIN-TOTAL TO FV-TL-AMOUNT
004680     WRITE REVAL-REPORT-LINE FROM FV-TOTAL-LINE
004690     IF FV-UNRATED-COUNT > ZERO
004700         MOVE 'CURRENCIES NOT REVALUED' TO FV-TL-LABEL
004710         MOVE FV-UNRATED-COUNT TO FV-TL-AMOUNT
004720         MOVE SPACES TO FV-TL-CURRENCY
004730         WRITE REVAL-REPORT-LINE FROM FV-TOTAL-LINE
004740     END-IF.
004750
004760 8000-WRITE-REPORT-TOTALS-EXIT.
004770     EXIT.
