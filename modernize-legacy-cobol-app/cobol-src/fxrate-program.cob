000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FXRATE-PROGRAM.
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
000140* FXRATE-PROGRAM serves the day's exchange rates from the rate *
000150* file FX-RATE-LOAD writes each morning.  It is called with a  *
000160* function code of RATE or HOME:                               *
000170*                                                               *
000180*   RATE   hands back how many home-currency units one unit of *
000190*          the currency supplied buys today.  A blank currency *
000200*          or the home currency itself is one.  Status NOF     *
000210*          means the currency has no rate today, STL that the  *
000220*          rate file on hand is not today's, and NAV that no   *
000230*          rate file has been loaded at all - in each case the *
000240*          rate handed back is zero and must not be used.      *
000250*   HOME   hands back the home currency code off the rate      *
000260*          file's header, or spaces with status NAV.           *
000270*                                                               *
000280* The file is read once per run and checked against the        *
000290* business date from BUSDATE-PROGRAM, so a posting can never   *
000300* convert at a stale rate because the morning load failed.     *
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RATE-FILE ASSIGN TO "FXRATES"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS FR-FILE-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  RATE-FILE.
000420 01  RATE-RECORD.
000430     COPY FXRTREC.
000440
000450 WORKING-STORAGE SECTION.
000460 01  FR-FILE-STATUS              PIC X(02) VALUE '00'.
000470
000480 01  FR-SWITCHES.
000490     05  FR-RATES-LOADED-SW      PIC X(01) VALUE 'N'.
000500         88  FR-RATES-LOADED              VALUE 'Y'.
000510     05  FR-RATE-EOF-SW          PIC X(01) VALUE 'N'.
000520         88  FR-RATE-EOF                  VALUE 'Y'.
000530     05  FR-FILE-STATE-SW        PIC X(01) VALUE 'N'.
000540         88  FR-FILE-IS-CURRENT           VALUE 'Y'.
000550         88  FR-FILE-IS-STALE             VALUE 'S'.
000560         88  FR-FILE-NOT-AVAILABLE        VALUE 'N'.
000570     05  FR-RATE-FOUND-SW        PIC X(01) VALUE 'N'.
000580         88  FR-RATE-FOUND                VALUE 'Y'.
000590
000600 01  FR-HOME-CODE                PIC X(03) VALUE SPACES.
000610 01  FR-FILE-DATE                PIC 9(08) VALUE ZERO.
000620 01  FR-TODAY                    PIC 9(08) VALUE ZERO.
000630 01  FR-BD-FUNCTION-CODE         PIC X(05).
000640
000650 01  FR-RATE-TABLE.
000660     05  FR-RATE-ENTRY OCCURS 40 TIMES
000670             INDEXED BY FR-RATE-IDX.
000680         10  FR-T-CURRENCY-CODE  PIC X(03).
000690         10  FR-T-HOME-RATE      PIC 9(05)V9(06).
000700 01  FR-RATE-COUNT               PIC 9(03) VALUE ZERO.
000710
000720 LINKAGE SECTION.
000730 01  FR-FUNCTION-CODE            PIC X(05).
000740 01  FR-CURRENCY-CODE            PIC X(03).
000750 01  FR-RATE                     PIC 9(05)V9(06).
000760 01  FR-STATUS-CODE              PIC X(03).
000770
000780 PROCEDURE DIVISION USING FR-FUNCTION-CODE FR-CURRENCY-CODE
000790         FR-RATE OPTIONAL FR-STATUS-CODE.
000800 0000-MAIN-CONTROL.
000810     IF NOT FR-RATES-LOADED
000820         PERFORM 1000-LOAD-RATE-TABLE THRU
000830             1000-LOAD-RATE-TABLE-EXIT
000840     END-IF
000850     EVALUATE FR-FUNCTION-CODE
000860         WHEN 'RATE '
000870             PERFORM 2000-GET-RATE THRU 2000-GET-RATE-EXIT
000880         WHEN 'HOME '
000890             PERFORM 3000-GET-HOME-CURRENCY THRU
000900                 3000-GET-HOME-CURRENCY-EXIT
000910         WHEN OTHER
000920             DISPLAY 'FXRATE-PROGRAM: INVALID FUNCTION CODE '
000930                 '- ' FR-FUNCTION-CODE
000940             IF FR-STATUS-CODE NOT OMITTED
000950                 MOVE 'INV' TO FR-STATUS-CODE
000960             END-IF
000970     END-EVALUATE
000980
000990     GOBACK.
001000
001010*****************************************************************
001020* 1000-LOAD-RATE-TABLE reads the day's rate file into the rate *
001030* table, once per run.  A file whose header is not dated with  *
001040* today's business date is remembered as stale, and a missing  *
001050* or headerless file as not available; either is reported      *
001060* once here and refused on every RATE call for a foreign       *
001070* currency.                                                    *
001080*****************************************************************
001090 1000-LOAD-RATE-TABLE.
001100     SET FR-RATES-LOADED TO TRUE
001110     SET FR-FILE-NOT-AVAILABLE TO TRUE
001120     MOVE ZERO TO FR-RATE-COUNT
001130     MOVE 'GET  ' TO FR-BD-FUNCTION-CODE
001140     CALL 'BUSDATE-PROGRAM' USING FR-BD-FUNCTION-CODE FR-TODAY
001150     END-CALL
001160     OPEN INPUT RATE-FILE
001170     IF FR-FILE-STATUS NOT = '00'
001180         DISPLAY 'FXRATE-PROGRAM: no exchange-rate file has '
001190             'been loaded - foreign-currency postings are '
001200             'refused until FX-RATE-LOAD runs.'
001210         GO TO 1000-LOAD-RATE-TABLE-EXIT
001220     END-IF
001230     READ RATE-FILE
001240         AT END
001250             MOVE SPACE TO FX-RECORD-TYPE
001260     END-READ
001270     IF NOT FX-IS-HEADER
001280         DISPLAY 'FXRATE-PROGRAM: exchange-rate file has no '
001290             'header - foreign-currency postings are refused.'
001300         CLOSE RATE-FILE
001310         GO TO 1000-LOAD-RATE-TABLE-EXIT
001320     END-IF
001330     MOVE FX-RATE-DATE TO FR-FILE-DATE
001340     MOVE FX-HOME-CURRENCY TO FR-HOME-CODE
001350     IF FR-FILE-DATE = FR-TODAY
001360         SET FR-FILE-IS-CURRENT TO TRUE
001370     ELSE
001380         SET FR-FILE-IS-STALE TO TRUE
001390         DISPLAY 'FXRATE-PROGRAM: exchange rates on file are '
001400             'for ' FR-FILE-DATE ', not today ' FR-TODAY
001410             ' - foreign-currency postings are refused.'
001420     END-IF
001430     MOVE 'N' TO FR-RATE-EOF-SW
001440     PERFORM 1100-READ-RATE-RECORD THRU
001450         1100-READ-RATE-RECORD-EXIT
001460         UNTIL FR-RATE-EOF
001470     CLOSE RATE-FILE.
001480
001490 1000-LOAD-RATE-TABLE-EXIT.
001500     EXIT.
001510
001520*****************************************************************
001530* 1100-READ-RATE-RECORD reads one record and adds it to the    *
001540* rate table when it is a rate record, up to the table's size. *
001550*****************************************************************
001560 1100-READ-RATE-RECORD.
001570     READ RATE-FILE
001580         AT END
001590             SET FR-RATE-EOF TO TRUE
001600             GO TO 1100-READ-RATE-RECORD-EXIT
001610     END-READ
001620     IF FX-IS-RATE AND FR-RATE-COUNT < 40
001630         ADD 1 TO FR-RATE-COUNT
001640         SET FR-RATE-IDX TO FR-RATE-COUNT
001650         MOVE FX-CURRENCY-CODE TO
001660             FR-T-CURRENCY-CODE (FR-RATE-IDX)
001670         MOVE FX-HOME-RATE TO FR-T-HOME-RATE (FR-RATE-IDX)
001680     END-IF.
001690
001700 1100-READ-RATE-RECORD-EXIT.
001710     EXIT.
001720
001730*****************************************************************
001740* 2000-GET-RATE hands back today's rate for the currency       *
001750* supplied - one for a blank or home currency, whatever state  *
001760* the rate file is in.                                         *
001770*****************************************************************
001780 2000-GET-RATE.
001790     MOVE ZERO TO FR-RATE
001800     IF FR-CURRENCY-CODE = SPACES
001810             OR FR-CURRENCY-CODE = FR-HOME-CODE
001820         MOVE 1 TO FR-RATE
001830         IF FR-STATUS-CODE NOT OMITTED
001840             MOVE 'OK ' TO FR-STATUS-CODE
001850         END-IF
001860         GO TO 2000-GET-RATE-EXIT
001870     END-IF
001880     IF FR-FILE-NOT-AVAILABLE
001890         IF FR-STATUS-CODE NOT OMITTED
001900             MOVE 'NAV' TO FR-STATUS-CODE
001910         END-IF
001920         GO TO 2000-GET-RATE-EXIT
001930     END-IF
001940     IF FR-FILE-IS-STALE
001950         IF FR-STATUS-CODE NOT OMITTED
001960             MOVE 'STL' TO FR-STATUS-CODE
001970         END-IF
001980         GO TO 2000-GET-RATE-EXIT
001990     END-IF
002000     MOVE 'N' TO FR-RATE-FOUND-SW
002010     SET FR-RATE-IDX TO 1
002020     PERFORM 2100-COMPARE-RATE-ENTRY THRU
002030         2100-COMPARE-RATE-ENTRY-EXIT
002040         UNTIL FR-RATE-IDX > FR-RATE-COUNT
002050             OR FR-RATE-FOUND
002060     IF FR-RATE-FOUND
002070         MOVE FR-T-HOME-RATE (FR-RATE-IDX) TO FR-RATE
002080         IF FR-STATUS-CODE NOT OMITTED
002090             MOVE 'OK ' TO FR-STATUS-CODE
002100         END-IF
002110     ELSE
002120         IF FR-STATUS-CODE NOT OMITTED
002130             MOVE 'NOF' TO FR-STATUS-CODE
002140         END-IF
002150     END-IF.
002160
002170 2000-GET-RATE-EXIT.
002180     EXIT.
002190
002200*****************************************************************
002210* 2100-COMPARE-RATE-ENTRY compares one rate-table entry against *
002220* the currency asked for, then advances to the next entry.      *
002230*****************************************************************
002240 2100-COMPARE-RATE-ENTRY.
002250     IF FR-CURRENCY-CODE = FR-T-CURRENCY-CODE (FR-RATE-IDX)
002260         SET FR-RATE-FOUND TO TRUE
002270     ELSE
002280         SET FR-RATE-IDX UP BY 1
002290     END-IF.
002300
002310 2100-COMPARE-RATE-ENTRY-EXIT.
002320     EXIT.
002330
002340*****************************************************************
002350* 3000-GET-HOME-CURRENCY hands back the home currency code off *
002360* the rate file's header.                                      *
002370*****************************************************************
002380 3000-GET-HOME-CURRENCY.
002390     MOVE FR-HOME-CODE TO FR-CURRENCY-CODE
002400     IF FR-STATUS-CODE NOT OMITTED
002410         IF FR-HOME-CODE = SPACES
002420             MOVE 'NAV' TO FR-STATUS-CODE
002430         ELSE
002440             MOVE 'OK ' TO FR-STATUS-CODE
002450         END-IF
002460     END-IF.
002470
002480 3000-GET-HOME-CURRENCY-EXIT.
002490     EXIT.
