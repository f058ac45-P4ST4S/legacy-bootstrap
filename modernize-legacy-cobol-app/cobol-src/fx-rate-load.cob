000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FX-RATE-LOAD.
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
000140* FX-RATE-LOAD is the morning exchange-rate load.  It proves   *
000150* the treasury rate feed (FXFEED) before anything may convert  *
000160* at it: the header must be dated today's business date and    *
000170* name the home currency; every rate record must carry a       *
000180* currency code, not the home currency, not repeated, with a   *
000190* numeric rate above zero; and the trailer count must agree    *
000200* with the rate records read.  Only a feed that passes every   *
000210* check is written to the day's rate file (FXRATES) that       *
000220* FXRATE-PROGRAM serves.  A feed that fails is listed on the   *
000230* load report with every fault found and the rate file is left *
000240* as it was - yesterday's rates, which FXRATE-PROGRAM refuses  *
000250* as stale - so foreign-currency postings stop until treasury  *
000260* sends a good feed, rather than convert at the wrong rate.    *
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT FEED-FILE ASSIGN TO "FXFEED"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS FF-FILE-STATUS.
000340
000350     SELECT RATE-FILE ASSIGN TO "FXRATES"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS FR-FILE-STATUS.
000380
000390     SELECT LOAD-REPORT-FILE ASSIGN TO "FXLDRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  FEED-FILE.
000450 01  FEED-RECORD.
000460     COPY FXRTREC.
000470
000480 FD  RATE-FILE.
000490 01  RATE-RECORD                 PIC X(20).
000500
000510 FD  LOAD-REPORT-FILE.
000520 01  LOAD-REPORT-LINE            PIC X(80).
000530
000540 WORKING-STORAGE SECTION.
000550 01  FF-FILE-STATUS              PIC X(02) VALUE '00'.
000560 01  FR-FILE-STATUS              PIC X(02) VALUE '00'.
000570
000580 01  FL-SWITCHES.
000590     05  FL-FEED-EOF-SW          PIC X(01) VALUE 'N'.
000600         88  FL-FEED-EOF                  VALUE 'Y'.
000610     05  FL-HEADER-SEEN-SW       PIC X(01) VALUE 'N'.
000620         88  FL-HEADER-SEEN               VALUE 'Y'.
000630     05  FL-TRAILER-SEEN-SW      PIC X(01) VALUE 'N'.
000640         88  FL-TRAILER-SEEN              VALUE 'Y'.
000650     05  FL-RATE-FOUND-SW        PIC X(01) VALUE 'N'.
000660         88  FL-RATE-FOUND                VALUE 'Y'.
000670
000680 01  FL-TODAY                    PIC 9(08) VALUE ZERO.
000690 01  FL-BD-FUNCTION-CODE         PIC X(05).
000700 01  FL-RATE-DATE                PIC 9(08) VALUE ZERO.
000710 01  FL-HOME-CURRENCY            PIC X(03) VALUE SPACES.
000720 01  FL-TRAILER-COUNT            PIC 9(04) VALUE ZERO.
000730
000740 01  FL-COUNTERS.
000750     05  FL-RECORD-COUNT         PIC 9(06) VALUE ZERO.
000760     05  FL-ERROR-COUNT          PIC 9(06) VALUE ZERO.
000770     05  FL-RATE-COUNT           PIC 9(04) VALUE ZERO.
000780
000790*****************************************************************
000800* The feed's rate records, held until the whole feed has been  *
000810* proved.  Forty matches the table FXRATE-PROGRAM serves from. *
000820*****************************************************************
000830 01  FL-RATE-TABLE.
000840     05  FL-RATE-ENTRY OCCURS 40 TIMES
000850             INDEXED BY FL-RATE-IDX.
000860         10  FL-T-CURRENCY-CODE  PIC X(03).
000870         10  FL-T-HOME-RATE      PIC 9(05)V9(06).
000880
000890 01  FL-OUT-RECORD.
000900     05  FL-O-RECORD-TYPE        PIC X(01).
000910     05  FILLER                  PIC X(01) VALUE SPACE.
000920     05  FL-O-RATE-DATA.
000930         10  FL-O-CURRENCY-CODE  PIC X(03).
000940         10  FILLER              PIC X(01) VALUE SPACE.
000950         10  FL-O-HOME-RATE      PIC 9(05)V9(06).
000960         10  FILLER              PIC X(05) VALUE SPACES.
000970     05  FL-O-HEADER-DATA REDEFINES FL-O-RATE-DATA.
000980         10  FL-O-RATE-DATE      PIC 9(08).
000990         10  FILLER              PIC X(01).
001000         10  FL-O-HOME-CURRENCY  PIC X(03).
001010         10  FILLER              PIC X(08).
001020     05  FL-O-TRAILER-DATA REDEFINES FL-O-RATE-DATA.
001030         10  FL-O-RATE-COUNT     PIC 9(04).
001040         10  FILLER              PIC X(16).
001050
001060 01  FL-ERROR-LINE.
001070     05  FILLER                  PIC X(07) VALUE 'RECORD '.
001080     05  FL-E-RECORD-NO          PIC ZZZZZ9.
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  FL-E-MESSAGE            PIC X(50).
001110
001120 01  FL-RATE-LINE.
001130     05  FILLER                  PIC X(05) VALUE SPACES.
001140     05  FL-R-CURRENCY-CODE      PIC X(03).
001150     05  FILLER                  PIC X(05) VALUE SPACES.
001160     05  FL-R-HOME-RATE          PIC ZZZZ9.999999.
001170
001180 01  FL-SUMMARY-LINE.
001190     05  FL-S-LABEL              PIC X(30).
001200     05  FL-S-VALUE              PIC X(20).
001210
001220 01  FL-EDIT-COUNT               PIC ZZZ9.
001230
001240 PROCEDURE DIVISION.
001250 0000-MAIN-CONTROL.
001260     MOVE 'GET  ' TO FL-BD-FUNCTION-CODE
001270     CALL 'BUSDATE-PROGRAM' USING FL-BD-FUNCTION-CODE FL-TODAY
001280     END-CALL
001290
001300     OPEN INPUT FEED-FILE
001310     IF NOT FF-FILE-STATUS = '00'
001320         DISPLAY 'FX-RATE-LOAD: no rate feed from treasury - '
001330             'FXRATES left as it was; foreign-currency '
001340             'postings are refused until a feed is loaded.'
001350         STOP RUN
001360     END-IF
001370
001380     OPEN OUTPUT LOAD-REPORT-FILE
001390     MOVE 'EXCHANGE RATE LOAD REPORT' TO LOAD-REPORT-LINE
001400     WRITE LOAD-REPORT-LINE
001410     MOVE '=========================' TO LOAD-REPORT-LINE
001420     WRITE LOAD-REPORT-LINE
001430     MOVE SPACES TO LOAD-REPORT-LINE
001440     WRITE LOAD-REPORT-LINE
001450
001460     PERFORM 1000-CHECK-FEED-RECORD THRU
001470         1000-CHECK-FEED-RECORD-EXIT
001480         UNTIL FL-FEED-EOF
001490     CLOSE FEED-FILE
001500     PERFORM 1400-CHECK-FEED-COMPLETE THRU
001510         1400-CHECK-FEED-COMPLETE-EXIT
001520
001530     IF FL-ERROR-COUNT = ZERO
001540         PERFORM 2000-WRITE-RATE-FILE THRU
001550             2000-WRITE-RATE-FILE-EXIT
001560     END-IF
001570     PERFORM 8000-WRITE-REPORT-SUMMARY THRU
001580         8000-WRITE-REPORT-SUMMARY-EXIT
001590     CLOSE LOAD-REPORT-FILE
001600
001610     IF FL-ERROR-COUNT = ZERO
001620         DISPLAY 'FX-RATE-LOAD: ' FL-RATE-COUNT
001630             ' rate(s) loaded for ' FL-RATE-DATE '.'
001640     ELSE
001650         DISPLAY 'FX-RATE-LOAD: *** FEED REJECTED *** '
001660             FL-ERROR-COUNT ' fault(s) - see FXLDRPT.  '
001670             'FXRATES left as it was.'
001680     END-IF
001690     STOP RUN.
001700
001710*****************************************************************
001720* 1000-CHECK-FEED-RECORD reads one feed record and checks it   *
001730* according to its type.  Anything after the trailer, or of an *
001740* unknown type, is a fault in itself.                          *
001750*****************************************************************
001760 1000-CHECK-FEED-RECORD.
001770     READ FEED-FILE
001780         AT END
001790             SET FL-FEED-EOF TO TRUE
001800             GO TO 1000-CHECK-FEED-RECORD-EXIT
001810     END-READ
001820     ADD 1 TO FL-RECORD-COUNT
001830     IF FL-TRAILER-SEEN
001840         MOVE 'RECORD FOLLOWS THE TRAILER' TO FL-E-MESSAGE
001850         PERFORM 8100-REPORT-FAULT THRU 8100-REPORT-FAULT-EXIT
001860         GO TO 1000-CHECK-FEED-RECORD-EXIT
001870     END-IF
001880     EVALUATE TRUE
001890         WHEN FX-IS-HEADER
001900             PERFORM 1100-CHECK-HEADER THRU 1100-CHECK-HEADER-EXIT
001910         WHEN FX-IS-RATE
001920             PERFORM 1200-CHECK-RATE THRU 1200-CHECK-RATE-EXIT
001930         WHEN FX-IS-TRAILER
001940             PERFORM 1300-CHECK-TRAILER THRU
001950                 1300-CHECK-TRAILER-EXIT
001960         WHEN OTHER
001970             MOVE 'UNKNOWN RECORD TYPE' TO FL-E-MESSAGE
001980             PERFORM 8100-REPORT-FAULT THRU
001990                 8100-REPORT-FAULT-EXIT
002000     END-EVALUATE.
002010
002020 1000-CHECK-FEED-RECORD-EXIT.
002030     EXIT.
002040
002050*****************************************************************
002060* 1100-CHECK-HEADER checks the header is the first record, is  *
002070* dated today's business date and names the home currency.     *
002080*****************************************************************
002090 1100-CHECK-HEADER.
002100     IF FL-RECORD-COUNT NOT = 1
002110         MOVE 'HEADER IS NOT THE FIRST RECORD' TO FL-E-MESSAGE
002120         PERFORM 8100-REPORT-FAULT THRU 8100-REPORT-FAULT-EXIT
002130         GO TO 1100-CHECK-HEADER-EXIT
002140     END-IF
002150     SET FL-HEADER-SEEN TO TRUE
002160     IF FX-RATE-DATE NOT NUMERIC
002170         MOVE 'HEADER RATE DATE IS NOT NUMERIC' TO FL-E-MESSAGE
002180         PERFORM 8100-REPORT-FAULT THRU 8100-REPORT-FAULT-EXIT
002190     ELSE
002200         MOVE FX-RATE-DATE TO FL-RATE-DATE
002210         IF FL-RATE-DATE NOT = FL-TODAY
002220             MOVE 'RATES ARE NOT FOR TODAY''S BUSINESS DATE'
002230                 TO FL-E-MESSAGE
002240             PERFORM 8100-REPORT-FAULT THRU
002250                 8100-REPORT-FAULT-EXIT
002260         END-IF
002270     END-IF
002280     MOVE FX-HOME-CURRENCY TO FL-HOME-CURRENCY
002290     IF FL-HOME-CURRENCY = SPACES
002300         MOVE 'HEADER HAS NO HOME CURRENCY' TO FL-E-MESSAGE
002310         PERFORM 8100-REPORT-FAULT THRU 8100-REPORT-FAULT-EXIT
002320     END-IF.
002330
002340 1100-CHECK-HEADER-EXIT.
002350     EXIT.
002360
002370*****************************************************************
002380* 1200-CHECK-RATE checks one rate record and, if it is good,   *
002390* holds it in the table for the rate file.                     *
002400*****************************************************************
002410 1200-CHECK-RATE.
002420     IF NOT FL-HEADER-SEEN
002430         MOVE 'RATE RECORD BEFORE THE HEADER' TO FL-E-MESSAGE
002440         PERFORM 8100-REPORT-FAULT THRU 8100-REPORT-FAULT-EXIT
002450         GO TO 1200-CHECK-RATE-EXIT
002460     END-IF
002470     IF FX-CURRENCY-CODE = SPACES
002480         MOVE 'RATE RECORD HAS NO CURRENCY CODE' TO FL-E-MESSAGE
002490         PERFORM 8100-REPORT-FAULT THRU 8100-REPORT-FAULT-EXIT
002500         GO TO 1200-CHECK-RATE-EXIT
002510     END-IF
002520     IF FX-CURRENCY-CODE = FL-HOME-CURRENCY
002530         MOVE 'RATE RECORD FOR THE HOME CURRENCY' TO FL-E-MESSAGE
002540         PERFORM 8100-REPORT-FAULT THRU 8100-REPORT-FAULT-EXIT
002550         GO TO 1200-CHECK-RATE-EXIT
002560     END-IF
002570     IF FX-HOME-RATE NOT NUMERIC
002580         MOVE 'RATE IS NOT NUMERIC' TO FL-E-MESSAGE
002590         PERFORM 8100-REPORT-FAULT THRU 8100-REPORT-FAULT-EXIT
002600         GO TO 1200-CHECK-RATE-EXIT
002610     END-IF
002620     IF FX-HOME-RATE = ZERO
002630         MOVE 'RATE IS ZERO' TO FL-E-MESSAGE
002640         PERFORM 8100-REPORT-FAULT THRU 8100-REPORT-FAULT-EXIT
002650         GO TO 1200-CHECK-RATE-EXIT
002660     END-IF
002670     SET FL-RATE-FOUND-SW TO 'N'
002680     SET FL-RATE-IDX TO 1
002690     PERFORM 1210-MATCH-RATE-ENTRY THRU
002700         1210-MATCH-RATE-ENTRY-EXIT
002710         UNTIL FL-RATE-IDX > FL-RATE-COUNT
002720             OR FL-RATE-FOUND
002730     IF FL-RATE-FOUND
002740         MOVE 'CURRENCY REPEATED ON THE FEED' TO FL-E-MESSAGE
002750         PERFORM 8100-REPORT-FAULT THRU 8100-REPORT-FAULT-EXIT
002760         GO TO 1200-CHECK-RATE-EXIT
002770     END-IF
002780     IF FL-RATE-COUNT >= 40
002790         MOVE 'MORE THAN 40 RATES ON THE FEED' TO FL-E-MESSAGE
002800         PERFORM 8100-REPORT-FAULT THRU 8100-REPORT-FAULT-EXIT
002810         GO TO 1200-CHECK-RATE-EXIT
002820     END-IF
002830     ADD 1 TO FL-RATE-COUNT
002840     SET FL-RATE-IDX TO FL-RATE-COUNT
002850     MOVE FX-CURRENCY-CODE TO FL-T-CURRENCY-CODE (FL-RATE-IDX)
002860     MOVE FX-HOME-RATE TO FL-T-HOME-RATE (FL-RATE-IDX).
002870
002880 1200-CHECK-RATE-EXIT.
002890     EXIT.
002900
002910*****************************************************************
002920* 1210-MATCH-RATE-ENTRY compares one held rate against the     *
002930* record's currency.                                           *
002940*****************************************************************
002950 1210-MATCH-RATE-ENTRY.
002960     IF FL-T-CURRENCY-CODE (FL-RATE-IDX) = FX-CURRENCY-CODE
002970         SET FL-RATE-FOUND TO TRUE
002980     ELSE
002990         SET FL-RATE-IDX UP BY 1
003000     END-IF.
003010
003020 1210-MATCH-RATE-ENTRY-EXIT.
003030     EXIT.
003040
003050*****************************************************************
003060* 1300-CHECK-TRAILER notes the trailer and keeps its count for *
003070* the completeness check once the feed has been read.          *
003080*****************************************************************
003090 1300-CHECK-TRAILER.
003100     SET FL-TRAILER-SEEN TO TRUE
003110     IF FX-RATE-COUNT NOT NUMERIC
003120         MOVE 'TRAILER COUNT IS NOT NUMERIC' TO FL-E-MESSAGE
003130         PERFORM 8100-REPORT-FAULT THRU 8100-REPORT-FAULT-EXIT
003140     ELSE
003150         MOVE FX-RATE-COUNT TO FL-TRAILER-COUNT
003160     END-IF.
003170
003180 1300-CHECK-TRAILER-EXIT.
003190     EXIT.
003200
003210*****************************************************************
003220* 1400-CHECK-FEED-COMPLETE checks the feed had a header and a  *
003230* trailer, and that the trailer count agrees with the rate     *
003240* records accepted, so a short or padded feed cannot pass.     *
003250*****************************************************************
003260 1400-CHECK-FEED-COMPLETE.
003270     MOVE ZERO TO FL-RECORD-COUNT
003280     IF NOT FL-HEADER-SEEN
003290         MOVE 'FEED HAS NO HEADER' TO FL-E-MESSAGE
003300         PERFORM 8100-REPORT-FAULT THRU 8100-REPORT-FAULT-EXIT
003310     END-IF
003320     IF NOT FL-TRAILER-SEEN
003330         MOVE 'FEED HAS NO TRAILER' TO FL-E-MESSAGE
003340         PERFORM 8100-REPORT-FAULT THRU 8100-REPORT-FAULT-EXIT
003350         GO TO 1400-CHECK-FEED-COMPLETE-EXIT
003360     END-IF
003370     IF FL-TRAILER-COUNT NOT = FL-RATE-COUNT
003380         MOVE 'TRAILER COUNT DOES NOT MATCH THE RATES READ'
003390             TO FL-E-MESSAGE
003400         PERFORM 8100-REPORT-FAULT THRU 8100-REPORT-FAULT-EXIT
003410     END-IF.
003420
003430 1400-CHECK-FEED-COMPLETE-EXIT.
003440     EXIT.
003450
003460*****************************************************************
003470* 2000-WRITE-RATE-FILE writes the proved feed to the day's rate*
003480* file - header, one record per rate, trailer - and lists each *
003490* rate on the load report.                                     *
003500*****************************************************************
003510 2000-WRITE-RATE-FILE.
003520     OPEN OUTPUT RATE-FILE
003530     IF NOT FR-FILE-STATUS = '00'
003540         MOVE 'FXRATES COULD NOT BE OPENED FOR OUTPUT'
003550             TO FL-E-MESSAGE
003560         PERFORM 8100-REPORT-FAULT THRU 8100-REPORT-FAULT-EXIT
003570         GO TO 2000-WRITE-RATE-FILE-EXIT
003580     END-IF
003590     MOVE SPACES TO FL-OUT-RECORD
003600     MOVE 'H' TO FL-O-RECORD-TYPE
003610     MOVE FL-RATE-DATE TO FL-O-RATE-DATE
003620     MOVE FL-HOME-CURRENCY TO FL-O-HOME-CURRENCY
003630     WRITE RATE-RECORD FROM FL-OUT-RECORD
003640
003650     MOVE 'RATES LOADED - HOME-CURRENCY UNITS PER UNIT'
003660         TO LOAD-REPORT-LINE
003670     WRITE LOAD-REPORT-LINE
003680     SET FL-RATE-IDX TO 1
003690     PERFORM 2100-WRITE-RATE-RECORD THRU
003700         2100-WRITE-RATE-RECORD-EXIT
003710         UNTIL FL-RATE-IDX > FL-RATE-COUNT
003720
003730     MOVE SPACES TO FL-OUT-RECORD
003740     MOVE 'T' TO FL-O-RECORD-TYPE
003750     MOVE FL-RATE-COUNT TO FL-O-RATE-COUNT
003760     WRITE RATE-RECORD FROM FL-OUT-RECORD
003770     CLOSE RATE-FILE.
003780
003790 2000-WRITE-RATE-FILE-EXIT.
003800     EXIT.
003810
003820*****************************************************************
003830* 2100-WRITE-RATE-RECORD writes one held rate to the rate file *
003840* and the load report, then advances to the next.              *
003850*****************************************************************
003860 2100-WRITE-RATE-RECORD.
003870     MOVE SPACES TO FL-OUT-RECORD
003880     MOVE 'R' TO FL-O-RECORD-TYPE
003890     MOVE FL-T-CURRENCY-CODE (FL-RATE-IDX) TO FL-O-CURRENCY-CODE
003900     MOVE FL-T-HOME-RATE (FL-RATE-IDX) TO FL-O-HOME-RATE
003910     WRITE RATE-RECORD FROM FL-OUT-RECORD
003920     MOVE FL-T-CURRENCY-CODE (FL-RATE-IDX) TO FL-R-CURRENCY-CODE
003930     MOVE FL-T-HOME-RATE (FL-RATE-IDX) TO FL-R-HOME-RATE
003940     WRITE LOAD-REPORT-LINE FROM FL-RATE-LINE
003950     SET FL-RATE-IDX UP BY 1.
003960
003970 2100-WRITE-RATE-RECORD-EXIT.
003980     EXIT.
003990
004000*****************************************************************
004010* 8000-WRITE-REPORT-SUMMARY closes the load report with the    *
004020* rate date, home currency, rates loaded and the outcome.      *
004030*****************************************************************
004040 8000-WRITE-REPORT-SUMMARY.
004050     MOVE SPACES TO LOAD-REPORT-LINE
004060     WRITE LOAD-REPORT-LINE
004070     MOVE 'RATE DATE' TO FL-S-LABEL
004080     MOVE FL-RATE-DATE TO FL-S-VALUE
004090     WRITE LOAD-REPORT-LINE FROM FL-SUMMARY-LINE
004100     MOVE 'HOME CURRENCY' TO FL-S-LABEL
004110     MOVE FL-HOME-CURRENCY TO FL-S-VALUE
004120     WRITE LOAD-REPORT-LINE FROM FL-SUMMARY-LINE
004130     MOVE 'RATE RECORDS ACCEPTED' TO FL-S-LABEL
004140     MOVE FL-RATE-COUNT TO FL-EDIT-COUNT
004150     MOVE FL-EDIT-COUNT TO FL-S-VALUE
004160     WRITE LOAD-REPORT-LINE FROM FL-SUMMARY-LINE
004170     MOVE 'OUTCOME' TO FL-S-LABEL
004180     IF FL-ERROR-COUNT = ZERO
004190         MOVE 'FXRATES LOADED' TO FL-S-VALUE
004200     ELSE
004210         MOVE 'FEED REJECTED' TO FL-S-VALUE
004220     END-IF
004230     WRITE LOAD-REPORT-LINE FROM FL-SUMMARY-LINE.
004240
004250 8000-WRITE-REPORT-SUMMARY-EXIT.
004260     EXIT.
004270
004280*****************************************************************
004290* 8100-REPORT-FAULT lists one fault on the load report against *
004300* the feed record it was found on (zero for a whole-feed fault)*
004310* and counts it.                                               *
004320*****************************************************************
004330 8100-REPORT-FAULT.
004340     ADD 1 TO FL-ERROR-COUNT
004350     MOVE FL-RECORD-COUNT TO FL-E-RECORD-NO
004360     WRITE LOAD-REPORT-LINE FROM FL-ERROR-LINE.
004370
004380 8100-REPORT-FAULT-EXIT.
004390     EXIT.
