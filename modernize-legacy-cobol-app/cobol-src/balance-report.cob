000210*                  available balance - the ledger balance less *
000220*                  the account's open holds on HOLDS-FILE - so *
000230*                  tellers stop promising money still on hold. *
000231* 10/15/2026  RLM  Each detail line now shows the account's    *
000232*                  currency; a subtotal per currency is printed*
000233*                  with its home-currency equivalent at the    *
000234*                  day's rate, and the grand total is now in   *
000235*                  home currency.                              *
000237* 10/15/2026  RLM  Each detail line now shows the account's    *
000239*                  branch off the customer master, and a       *
000241*                  home-currency subtotal per branch, with a   *
000242*                  sign-off line for each branch manager, is   *
000243*                  printed ahead of the grand total.           *
000244* 10/15/2026  RLM  Loan principal owed is no longer added into *
000245*                  the currency, branch and grand totals of    *
000246*                  deposits; loans get their own subtotal per  *
000247*                  currency and per branch and a loans total   *
000248*                  line.                                       *
000249*****************************************************************
000250*
000260*****************************************************************
000270* BALANCE-REPORT walks every account on DATA-PROGRAM's balance *
000290* formatted daily balance listing with a grand total so branch *
000300* management has a closing report without querying the system  *
000310* by hand.                                                     *
000311* Accounts are kept in their own currency, so each currency is *
000312* subtotalled separately and turned into home currency at the  *
000313* day's rate from FXRATE-PROGRAM; the grand total is the sum   *
000314* of those home-currency equivalents.  A currency with no rate *
000315* for the day is listed but left out of the grand total, and   *
000316* the grand total line says so.                                *
000317* Each line also names the account's branch on the             *
000318* customer master - the head office when it names none or the  *
000319* account has no customer record - and each branch is totalled *
000320* in home currency for its manager to sign off.  Branch totals *
000321* are converted account by account, so they can differ from    *
000322* the grand total by a few cents of rounding; an account in a  *
000323* currency with no rate is counted but left out of its         *
000324* branch's total, and the branch line says so.                 *
000325* Loans are principal owed, not money held: they are listed    *
000326* but kept out of the deposit totals, with a loan subtotal of  *
000327* their own per currency and per branch and a loans total      *
000328* under the grand total.                                       *
000329*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS HO-FILE-STATUS.
000420
000421     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS DYNAMIC
000424         RECORD KEY IS CM-ACCOUNT-ID
000425         FILE STATUS IS CM-FILE-STATUS.
000426
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  BALANCE-REPORT-FILE.
000490 01  HOLDS-RECORD.
000500     COPY HOLDREC.
000510
000512 FD  CUSTOMER-MASTER-FILE.
000514 01  CUSTOMER-MASTER-RECORD.
000516     COPY CUSTREC.
000518
000520 WORKING-STORAGE SECTION.
000530 01  BR-SWITCHES.
000540     05  BR-END-OF-FILE-SW        PIC X(01) VALUE 'N'.
000570         88  BR-HOLDS-EOF                  VALUE 'Y'.
000580     05  BR-HOLD-FOUND-SW         PIC X(01) VALUE 'N'.
000590         88  BR-HOLD-FOUND                 VALUE 'Y'.
000591     05  BR-CUSTOMER-OPEN-SW      PIC X(01) VALUE 'N'.
000592         88  BR-CUSTOMER-IS-OPEN           VALUE 'Y'.
000593     05  BR-BRANCH-EOF-SW         PIC X(01) VALUE 'N'.
000594         88  BR-BRANCH-EOF                 VALUE 'Y'.
000595     05  BR-BRANCH-FOUND-SW       PIC X(01) VALUE 'N'.
000596         88  BR-BRANCH-FOUND               VALUE 'Y'.
000600
000610 01  BR-COUNTERS.
000620     05  BR-ACCOUNT-COUNT         PIC 9(06) VALUE ZERO.
000630     05  BR-GRAND-TOTAL           PIC S9(12)V99 VALUE ZERO.
000635     05  BR-UNRATED-COUNT         PIC 9(03) VALUE ZERO.
000636     05  BR-LOAN-COUNT            PIC 9(06) VALUE ZERO.
000637     05  BR-LOAN-GRAND-TOTAL      PIC S9(12)V99 VALUE ZERO.
000638     05  BR-LOAN-UNRATED-COUNT    PIC 9(03) VALUE ZERO.
000640
000641 01  BR-FUNCTION-CODE             PIC X(05).
000642
000643 01  HO-FILE-STATUS               PIC X(02) VALUE '00'.
000644 01  CM-FILE-STATUS               PIC X(02) VALUE '00'.
000645
000646*****************************************************************
000647* One slot per currency met on the balance file, in the order  *
000648* first met.  Home-currency accounts carry a blank currency.   *
000649* Loans are principal owed, not money held, so they are        *
000650* counted and totalled apart from the deposits.                *
000651*****************************************************************
000652 01  BR-CURRENCY-TABLE.
000653     05  BR-CURRENCY-ENTRY OCCURS 50 TIMES
000654             INDEXED BY BR-CCY-IDX.
000655         10  BR-C-CURRENCY-CODE   PIC X(03).
000656         10  BR-C-ACCOUNT-COUNT   PIC 9(06).
000657         10  BR-C-TOTAL           PIC S9(12)V99.
000658         10  BR-C-LOAN-COUNT      PIC 9(06).
000659         10  BR-C-LOAN-TOTAL      PIC S9(12)V99.
000667 01  BR-CURRENCY-COUNT            PIC 9(03) VALUE ZERO.
000668 01  BR-CURRENCY-FOUND-SW         PIC X(01) VALUE 'N'.
000669     88  BR-CURRENCY-FOUND                 VALUE 'Y'.
000670 01  BR-HOME-CURRENCY             PIC X(03) VALUE SPACES.
000671 01  BR-FX-FUNCTION-CODE          PIC X(05).
000672 01  BR-FX-CURRENCY               PIC X(03).
000673 01  BR-FX-RATE                   PIC 9(05)V9(06).
000674 01  BR-FX-STATUS-CODE            PIC X(03).
000675 01  BR-HOME-EQUIVALENT           PIC S9(12)V99 VALUE ZERO.
000676
000677*****************************************************************
000678* One slot per branch, loaded in BRANCH-PROGRAM's order; an    *
000679* account naming a code that is no longer a branch gets a slot *
000680* of its own at the end, with no name, so it is still counted. *
000681* Loans are counted and totalled apart, as for currencies.     *
000682*****************************************************************
000683 01  BR-BRANCH-TABLE.
000684     05  BR-BRANCH-ENTRY OCCURS 10 TIMES
000685             INDEXED BY BR-BRANCH-IDX.
000686         10  BR-B-BRANCH-CODE     PIC X(03).
000687         10  BR-B-BRANCH-NAME     PIC X(20).
000688         10  BR-B-ACCOUNT-COUNT   PIC 9(06).
000689         10  BR-B-HOME-TOTAL      PIC S9(12)V99.
000690         10  BR-B-UNRATED-COUNT   PIC 9(06).
000691         10  BR-B-LOAN-COUNT      PIC 9(06).
000692         10  BR-B-LOAN-HOME-TOTAL PIC S9(12)V99.
000693         10  BR-B-LOAN-UNRATED    PIC 9(06).
000694 01  BR-BRANCH-COUNT              PIC 9(03) VALUE ZERO.
000695 01  BR-BR-FUNCTION-CODE          PIC X(05).
000696 01  BR-BR-STATUS-CODE            PIC X(03).
000697 01  BR-BRANCH-KEY                PIC X(10) VALUE SPACES.
000698 01  BR-BRANCH-CODE               PIC X(03) VALUE SPACES.
000699 01  BR-BRANCH-NAME               PIC X(20) VALUE SPACES.
000700 01  BR-HEAD-OFFICE               PIC X(03) VALUE SPACES.
000701 01  BR-ACCOUNT-BRANCH            PIC X(03) VALUE SPACES.
000702
000703*****************************************************************
000704* One slot per account with hold activity on the holds file -  *
000710* hold entries add, release entries subtract - so each detail  *
000720* line can show the account's available balance.               *
000730*****************************************************************
000880 01  BR-DETAIL-LINE.
000890     05  FILLER                   PIC X(05) VALUE SPACES.
000900     05  BR-D-ACCOUNT-ID          PIC Z(9)9.
000910     05  FILLER                   PIC X(02) VALUE SPACES.
000911     05  BR-D-CURRENCY            PIC X(03).
000912     05  FILLER                   PIC X(01) VALUE SPACES.
000913     05  BR-D-BRANCH              PIC X(03).
000916     05  FILLER                   PIC X(01) VALUE SPACES.
000920     05  BR-D-BALANCE             PIC -Z,ZZZ,ZZZ,ZZ9.99.
000930     05  FILLER                   PIC X(05) VALUE SPACES.
000940     05  BR-D-AVAILABLE           PIC -Z,ZZZ,ZZZ,ZZ9.99.
000980 01  BR-COLUMN-LINE.
000990     05  FILLER                   PIC X(05) VALUE SPACES.
001000     05  FILLER                   PIC X(10) VALUE '   ACCOUNT'.
001010     05  FILLER                   PIC X(05) VALUE '  CCY'.
001015     05  FILLER                   PIC X(05) VALUE ' BRN '.
001020     05  FILLER                   PIC X(17) VALUE
001030         '          BALANCE'.
001040     05  FILLER                   PIC X(05) VALUE SPACES.
001060         '        AVAILABLE'.
001070
001080 01  BR-TOTAL-LINE.
001090     05  BR-T-LABEL               PIC X(14) VALUE
001091         'GRAND TOTAL:  '.
001092     05  BR-T-TOTAL               PIC -Z,ZZZ,ZZZ,ZZ9.99.
001093     05  FILLER                   PIC X(01) VALUE SPACE.
001094     05  BR-T-CURRENCY            PIC X(03).
001095     05  FILLER                   PIC X(02) VALUE SPACES.
001096     05  BR-T-NOTE                PIC X(30).
001097
001098 01  BR-CURRENCY-HEAD-LINE.
001099     05  FILLER                   PIC X(05) VALUE SPACES.
001100     05  FILLER                   PIC X(03) VALUE 'CCY'.
001101     05  FILLER                   PIC X(10) VALUE
001102         '  ACCOUNTS'.
001103     05  FILLER                   PIC X(19) VALUE
001104         '            BALANCE'.
001105     05  FILLER                   PIC X(14) VALUE
001106         '          RATE'.
001107     05  FILLER                   PIC X(19) VALUE
001108         '    HOME EQUIVALENT'.
001109
001110 01  BR-CURRENCY-LINE.
001111     05  BR-CL-KIND               PIC X(05) VALUE SPACES.
001112     05  BR-CL-CURRENCY           PIC X(03).
001113     05  FILLER                   PIC X(04) VALUE SPACES.
001114     05  BR-CL-COUNT              PIC ZZZZZ9.
001115     05  FILLER                   PIC X(02) VALUE SPACES.
001116     05  BR-CL-TOTAL              PIC -Z,ZZZ,ZZZ,ZZ9.99.
001117     05  FILLER                   PIC X(02) VALUE SPACES.
001118     05  BR-CL-RATE               PIC ZZZZ9.999999.
001119     05  FILLER                   PIC X(02) VALUE SPACES.
001120     05  BR-CL-HOME-EQUIVALENT    PIC -Z,ZZZ,ZZZ,ZZ9.99.
001121     05  BR-CL-NO-RATE REDEFINES BR-CL-HOME-EQUIVALENT
001122                                  PIC X(17).
001123
001124 01  BR-BRANCH-HEAD-LINE.
001125     05  FILLER                   PIC X(31) VALUE
001126         'BRANCH'.
001127     05  FILLER                   PIC X(10) VALUE
001128         '  ACCOUNTS'.
001129     05  FILLER                   PIC X(17) VALUE
001130         '  HOME EQUIVALENT'.
001131
001132 01  BR-BRANCH-LINE.
001133     05  BR-BL-BRANCH-CODE        PIC X(03).
001134     05  FILLER                   PIC X(01) VALUE SPACE.
001135     05  BR-BL-BRANCH-NAME        PIC X(20).
001136     05  FILLER                   PIC X(11) VALUE SPACES.
001137     05  BR-BL-COUNT              PIC ZZZZZ9.
001138     05  FILLER                   PIC X(01) VALUE SPACE.
001139     05  BR-BL-HOME-TOTAL         PIC -Z,ZZZ,ZZZ,ZZ9.99.
001140     05  FILLER                   PIC X(01) VALUE SPACE.
001141     05  BR-BL-CURRENCY           PIC X(03).
001142     05  FILLER                   PIC X(01) VALUE SPACE.
001143     05  BR-BL-NOTE               PIC X(16).
001144
001145 01  BR-SIGN-OFF-LINE.
001146     05  FILLER                   PIC X(26) VALUE
001147         '  BRANCH MANAGER SIGN-OFF '.
001148     05  FILLER                   PIC X(30) VALUE
001149         '______________________________'.
001150     05  FILLER                   PIC X(07) VALUE '  DATE '.
001151     05  FILLER                   PIC X(10) VALUE '__________'.
001152
001153 PROCEDURE DIVISION.
001154 0000-MAIN-CONTROL.
001155     PERFORM 1000-OPEN-REPORT-FILE
001160     PERFORM 1500-LOAD-HOLDS-TABLE
001165     PERFORM 1600-GET-HOME-CURRENCY
001166     PERFORM 1700-LOAD-BRANCH-TABLE THRU
001167         1700-LOAD-BRANCH-TABLE-EXIT
001170     PERFORM 2000-WRITE-REPORT-HEADING
001180
001190     MOVE 'FIRST' TO BR-FUNCTION-CODE
001200     CALL 'DATA-PROGRAM' USING BR-FUNCTION-CODE AB-ACCOUNT-ID
001210         AB-BALANCE BR-STATUS-CODE AB-OD-LIMIT
001220         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
001225         AB-CURRENCY-CODE
001230     END-CALL
001240
001250     PERFORM 3000-PRINT-ACCOUNT THRU 3000-PRINT-ACCOUNT-EXIT
001260         UNTIL BR-END-OF-FILE
001270
001275     PERFORM 4100-WRITE-CURRENCY-TOTALS
001276     PERFORM 4200-WRITE-BRANCH-TOTALS THRU
001277         4200-WRITE-BRANCH-TOTALS-EXIT
001280     PERFORM 4000-WRITE-GRAND-TOTAL
001290     PERFORM 5000-CLOSE-REPORT-FILE
001300
001600*****************************************************************
001610* 3000-PRINT-ACCOUNT prints one detail line for the account    *
001620* just browsed - marking it OVERDRAWN when applicable - adds   *
001630* it to its currency's and its branch's subtotals, and         *
001635* browses the next account on file.                            *
001640*****************************************************************
001650 3000-PRINT-ACCOUNT.
001660     IF BR-STATUS-CODE = 'EOF'
001670         SET BR-END-OF-FILE TO TRUE
001680     ELSE
001690         MOVE AB-ACCOUNT-ID TO BR-D-ACCOUNT-ID
001691         PERFORM 3300-FIND-ACCOUNT-BRANCH THRU
001692             3300-FIND-ACCOUNT-BRANCH-EXIT
001693         MOVE BR-ACCOUNT-BRANCH TO BR-D-BRANCH
001694         IF AB-HOME-CURRENCY
001695             MOVE BR-HOME-CURRENCY TO BR-D-CURRENCY
001696         ELSE
001697             MOVE AB-CURRENCY-CODE TO BR-D-CURRENCY
001698         END-IF
001700         MOVE AB-BALANCE TO BR-D-BALANCE
001710         PERFORM 3100-LOOK-UP-OPEN-HOLDS
001720         COMPUTE BR-AVAILABLE-BALANCE =
001770         ELSE
001780             MOVE SPACES TO BR-D-OVERDRAWN
001790         END-IF
001792         IF AB-TYPE-LOAN
001794             MOVE 'LOAN' TO BR-D-OVERDRAWN
001796         END-IF
001800         WRITE BALANCE-REPORT-LINE FROM BR-DETAIL-LINE
001810         ADD 1 TO BR-ACCOUNT-COUNT
001820         PERFORM 3200-ADD-TO-CURRENCY THRU
001822             3200-ADD-TO-CURRENCY-EXIT
001824         PERFORM 3400-ADD-TO-BRANCH THRU
001826             3400-ADD-TO-BRANCH-EXIT
001830
001840         MOVE 'NEXT ' TO BR-FUNCTION-CODE
001850         CALL 'DATA-PROGRAM' USING BR-FUNCTION-CODE
001860             AB-ACCOUNT-ID AB-BALANCE BR-STATUS-CODE
001870             AB-OD-LIMIT AB-OVERDRAWN-FLAG AB-STATUS-FLAG
001875             AB-ACCOUNT-TYPE AB-CURRENCY-CODE
001880         END-CALL
001890     END-IF.
001900
001910 3000-PRINT-ACCOUNT-EXIT.
001920     EXIT.
001921
001922*****************************************************************
001923* 4000-WRITE-GRAND-TOTAL prints the grand total line, in home  *
001924* currency, noting any currency left out for want of a rate.   *
001925* The grand total is deposits only; loans outstanding follow   *
001926* on a line of their own when there are any.                   *
001927*****************************************************************
001928 4000-WRITE-GRAND-TOTAL.
001929     MOVE SPACES TO BALANCE-REPORT-LINE
001930     WRITE BALANCE-REPORT-LINE
001931     MOVE 'GRAND TOTAL:  ' TO BR-T-LABEL
001932     MOVE BR-GRAND-TOTAL TO BR-T-TOTAL
001933     MOVE BR-HOME-CURRENCY TO BR-T-CURRENCY
001934     IF BR-UNRATED-COUNT > ZERO
001935         MOVE 'EXCLUDES CURRENCY WITH NO RATE' TO BR-T-NOTE
001936     ELSE
001937         MOVE SPACES TO BR-T-NOTE
001938     END-IF
001939     WRITE BALANCE-REPORT-LINE FROM BR-TOTAL-LINE
001940     IF BR-LOAN-COUNT = ZERO
001941         GO TO 4000-WRITE-GRAND-TOTAL-EXIT
001942     END-IF
001943     MOVE 'LOANS TOTAL:  ' TO BR-T-LABEL
001944     MOVE BR-LOAN-GRAND-TOTAL TO BR-T-TOTAL
001945     IF BR-LOAN-UNRATED-COUNT > ZERO
001950         MOVE 'EXCLUDES CURRENCY WITH NO RATE' TO BR-T-NOTE
001951     ELSE
001952         MOVE SPACES TO BR-T-NOTE
001953     END-IF
001954     WRITE BALANCE-REPORT-LINE FROM BR-TOTAL-LINE.
001955
001956 4000-WRITE-GRAND-TOTAL-EXIT.
001957     EXIT.
001958
001959*****************************************************************
001960* 4100-WRITE-CURRENCY-TOTALS prints the subtotal section - one *
001961* line per currency with its account count, its total in that  *
001962* currency, the day's rate and the home-currency equivalent.   *
001963*****************************************************************
001964 4100-WRITE-CURRENCY-TOTALS.
001965     MOVE SPACES TO BALANCE-REPORT-LINE
001966     WRITE BALANCE-REPORT-LINE
001967     MOVE 'TOTALS BY CURRENCY' TO BALANCE-REPORT-LINE
001968     WRITE BALANCE-REPORT-LINE
001969     WRITE BALANCE-REPORT-LINE FROM BR-CURRENCY-HEAD-LINE
001970     SET BR-CCY-IDX TO 1
001971     PERFORM 4110-WRITE-CURRENCY-LINE THRU
001972         4110-WRITE-CURRENCY-LINE-EXIT
001973         UNTIL BR-CCY-IDX > BR-CURRENCY-COUNT.
001974
001975 4100-WRITE-CURRENCY-TOTALS-EXIT.
001976     EXIT.
001977
001978*****************************************************************
001979* 4110-WRITE-CURRENCY-LINE converts one currency's total at    *
001980* the day's rate, adds it to the grand total and prints it.  A *
001981* currency with no rate is printed without an equivalent and   *
001982* counted so the grand total line can flag the omission.       *
001983* The currency's loans, if any, get a LOAN line of their own,  *
001984* converted at the same rate into the loans total.             *
001985*****************************************************************
001986 4110-WRITE-CURRENCY-LINE.
001987     MOVE 'RATE ' TO BR-FX-FUNCTION-CODE
001988     MOVE BR-C-CURRENCY-CODE (BR-CCY-IDX) TO BR-FX-CURRENCY
001989     CALL 'FXRATE-PROGRAM' USING BR-FX-FUNCTION-CODE
001990         BR-FX-CURRENCY BR-FX-RATE BR-FX-STATUS-CODE
001991     END-CALL
001992     IF BR-C-CURRENCY-CODE (BR-CCY-IDX) = SPACES
001993         MOVE BR-HOME-CURRENCY TO BR-CL-CURRENCY
001994     ELSE
001995         MOVE BR-C-CURRENCY-CODE (BR-CCY-IDX) TO BR-CL-CURRENCY
001996     END-IF
001997     IF BR-C-ACCOUNT-COUNT (BR-CCY-IDX) > ZERO
001998         MOVE SPACES TO BR-CL-KIND
001999         MOVE BR-C-ACCOUNT-COUNT (BR-CCY-IDX) TO BR-CL-COUNT
002000         MOVE BR-C-TOTAL (BR-CCY-IDX) TO BR-CL-TOTAL
002001         IF BR-FX-STATUS-CODE = 'OK '
002002             COMPUTE BR-HOME-EQUIVALENT ROUNDED =
002003                 BR-C-TOTAL (BR-CCY-IDX) * BR-FX-RATE
002004             ADD BR-HOME-EQUIVALENT TO BR-GRAND-TOTAL
002005             MOVE BR-FX-RATE TO BR-CL-RATE
002006             MOVE BR-HOME-EQUIVALENT TO BR-CL-HOME-EQUIVALENT
002007         ELSE
002008             ADD 1 TO BR-UNRATED-COUNT
002009             MOVE ZERO TO BR-CL-RATE
002010             MOVE '    NO RATE TODAY' TO BR-CL-NO-RATE
002011         END-IF
002012         WRITE BALANCE-REPORT-LINE FROM BR-CURRENCY-LINE
002013     END-IF
002014     IF BR-C-LOAN-COUNT (BR-CCY-IDX) > ZERO
002015         MOVE 'LOAN ' TO BR-CL-KIND
002016         MOVE BR-C-LOAN-COUNT (BR-CCY-IDX) TO BR-CL-COUNT
002017         MOVE BR-C-LOAN-TOTAL (BR-CCY-IDX) TO BR-CL-TOTAL
002018         IF BR-FX-STATUS-CODE = 'OK '
002019             COMPUTE BR-HOME-EQUIVALENT ROUNDED =
002020                 BR-C-LOAN-TOTAL (BR-CCY-IDX) * BR-FX-RATE
002021             ADD BR-HOME-EQUIVALENT TO BR-LOAN-GRAND-TOTAL
002022             MOVE BR-FX-RATE TO BR-CL-RATE
002023             MOVE BR-HOME-EQUIVALENT TO BR-CL-HOME-EQUIVALENT
002024         ELSE
002025             ADD 1 TO BR-LOAN-UNRATED-COUNT
002026             MOVE ZERO TO BR-CL-RATE
002027             MOVE '    NO RATE TODAY' TO BR-CL-NO-RATE
002028         END-IF
002029         WRITE BALANCE-REPORT-LINE FROM BR-CURRENCY-LINE
002030     END-IF
002031     SET BR-CCY-IDX UP BY 1.
002032
002033 4110-WRITE-CURRENCY-LINE-EXIT.
002034     EXIT.
002035
002036*****************************************************************
002037* 4200-WRITE-BRANCH-TOTALS prints the branch section - one line*
002038* per branch with its account count and its total in home      *
002039* currency, each followed by a line for the branch manager to  *
002040* sign off.                                                    *
002041*****************************************************************
002042 4200-WRITE-BRANCH-TOTALS.
002043     MOVE SPACES TO BALANCE-REPORT-LINE
002044     WRITE BALANCE-REPORT-LINE
002045     MOVE 'TOTALS BY BRANCH' TO BALANCE-REPORT-LINE
002046     WRITE BALANCE-REPORT-LINE
002047     WRITE BALANCE-REPORT-LINE FROM BR-BRANCH-HEAD-LINE
002048     SET BR-BRANCH-IDX TO 1
002049     PERFORM 4210-WRITE-BRANCH-LINE THRU
002050         4210-WRITE-BRANCH-LINE-EXIT
002051         UNTIL BR-BRANCH-IDX > BR-BRANCH-COUNT.
002052
002053 4200-WRITE-BRANCH-TOTALS-EXIT.
002054     EXIT.
002055
002056*****************************************************************
002057* 4210-WRITE-BRANCH-LINE prints one branch's subtotal, noting  *
002058* any account left out for want of a rate, and its sign-off    *
002059* line.  The branch's loans, if any, are subtotalled on a line *
002060* of their own ahead of the sign-off.                          *
002061*****************************************************************
002062 4210-WRITE-BRANCH-LINE.
002063     MOVE BR-B-BRANCH-CODE (BR-BRANCH-IDX) TO BR-BL-BRANCH-CODE
002064     MOVE BR-B-BRANCH-NAME (BR-BRANCH-IDX) TO BR-BL-BRANCH-NAME
002065     MOVE BR-B-ACCOUNT-COUNT (BR-BRANCH-IDX) TO BR-BL-COUNT
002066     MOVE BR-B-HOME-TOTAL (BR-BRANCH-IDX) TO BR-BL-HOME-TOTAL
002067     MOVE BR-HOME-CURRENCY TO BR-BL-CURRENCY
002068     IF BR-B-UNRATED-COUNT (BR-BRANCH-IDX) > ZERO
002069         MOVE 'EXCLUDES NO RATE' TO BR-BL-NOTE
002070     ELSE
002071         MOVE SPACES TO BR-BL-NOTE
002072     END-IF
002073     WRITE BALANCE-REPORT-LINE FROM BR-BRANCH-LINE
002074     IF BR-B-LOAN-COUNT (BR-BRANCH-IDX) > ZERO
002075         MOVE 'LOANS OUTSTANDING' TO BR-BL-BRANCH-NAME
002076         MOVE BR-B-LOAN-COUNT (BR-BRANCH-IDX) TO BR-BL-COUNT
002077         MOVE BR-B-LOAN-HOME-TOTAL (BR-BRANCH-IDX) TO
002078             BR-BL-HOME-TOTAL
002079         IF BR-B-LOAN-UNRATED (BR-BRANCH-IDX) > ZERO
002080             MOVE 'EXCLUDES NO RATE' TO BR-BL-NOTE
002081         ELSE
002082             MOVE SPACES TO BR-BL-NOTE
002083         END-IF
002084         WRITE BALANCE-REPORT-LINE FROM BR-BRANCH-LINE
002085     END-IF
002086     WRITE BALANCE-REPORT-LINE FROM BR-SIGN-OFF-LINE
002087     MOVE SPACES TO BALANCE-REPORT-LINE
002088     WRITE BALANCE-REPORT-LINE
002089     SET BR-BRANCH-IDX UP BY 1.
002090
002091 4210-WRITE-BRANCH-LINE-EXIT.
002092     EXIT.
002093
002094*****************************************************************
002095* 5000-CLOSE-REPORT-FILE closes the daily balance listing and  *
002096* tells DATA-PROGRAM to close its own file.                    *
002097*****************************************************************
002100 5000-CLOSE-REPORT-FILE.
002102     IF BR-CUSTOMER-IS-OPEN
002104         CLOSE CUSTOMER-MASTER-FILE
002106         SET BR-CUSTOMER-OPEN-SW TO 'N'
002108     END-IF
002110     MOVE 'CLOSE' TO BR-FUNCTION-CODE
002120     CALL 'DATA-PROGRAM' USING BR-FUNCTION-CODE AB-ACCOUNT-ID
002130         AB-BALANCE
003440
003450 3110-MATCH-ACCOUNT-HOLDS-EXIT.
003460     EXIT.
003470
003480*****************************************************************
003490* 1600-GET-HOME-CURRENCY asks FXRATE-PROGRAM for the home      *
003500* currency code, used to label home-currency accounts and the  *
003510* grand total.                                                 *
003520*****************************************************************
003530 1600-GET-HOME-CURRENCY.
003540     MOVE 'HOME ' TO BR-FX-FUNCTION-CODE
003550     MOVE SPACES TO BR-FX-CURRENCY
003560     CALL 'FXRATE-PROGRAM' USING BR-FX-FUNCTION-CODE
003570         BR-FX-CURRENCY BR-FX-RATE BR-FX-STATUS-CODE
003580     END-CALL
003590     MOVE BR-FX-CURRENCY TO BR-HOME-CURRENCY.
003600
003610 1600-GET-HOME-CURRENCY-EXIT.
003620     EXIT.
003630
003640*****************************************************************
003650* 3200-ADD-TO-CURRENCY adds the account just browsed into its  *
003660* currency's slot, adding a fresh slot the first time the      *
003670* currency appears.  A loan goes to the slot's loan count and  *
003675* total, never into the deposits.                              *
003680*****************************************************************
003690 3200-ADD-TO-CURRENCY.
003700     SET BR-CURRENCY-FOUND-SW TO 'N'
003710     SET BR-CCY-IDX TO 1
003720     PERFORM 3210-MATCH-CURRENCY-SLOT THRU
003730         3210-MATCH-CURRENCY-SLOT-EXIT
003740         UNTIL BR-CCY-IDX > BR-CURRENCY-COUNT
003750             OR BR-CURRENCY-FOUND
003760     IF NOT BR-CURRENCY-FOUND
003770         IF BR-CURRENCY-COUNT >= 50
003780             DISPLAY 'BALANCE-REPORT: more than 50 currencies '
003790                 'on file - account ' AB-ACCOUNT-ID
003800                 ' not subtotalled.'
003810             GO TO 3200-ADD-TO-CURRENCY-EXIT
003820         END-IF
003830         ADD 1 TO BR-CURRENCY-COUNT
003840         SET BR-CCY-IDX TO BR-CURRENCY-COUNT
003850         MOVE AB-CURRENCY-CODE TO
003860             BR-C-CURRENCY-CODE (BR-CCY-IDX)
003870         MOVE ZERO TO BR-C-ACCOUNT-COUNT (BR-CCY-IDX)
003880         MOVE ZERO TO BR-C-TOTAL (BR-CCY-IDX)
003883         MOVE ZERO TO BR-C-LOAN-COUNT (BR-CCY-IDX)
003886         MOVE ZERO TO BR-C-LOAN-TOTAL (BR-CCY-IDX)
003890     END-IF
003891     IF AB-TYPE-LOAN
003892         ADD 1 TO BR-LOAN-COUNT
003893         ADD 1 TO BR-C-LOAN-COUNT (BR-CCY-IDX)
003894         ADD AB-BALANCE TO BR-C-LOAN-TOTAL (BR-CCY-IDX)
003895     ELSE
003900         ADD 1 TO BR-C-ACCOUNT-COUNT (BR-CCY-IDX)
003910         ADD AB-BALANCE TO BR-C-TOTAL (BR-CCY-IDX)
003915     END-IF.
003920
003930 3200-ADD-TO-CURRENCY-EXIT.
003940     EXIT.
003950
003960*****************************************************************
003970* 3210-MATCH-CURRENCY-SLOT compares one currency slot against  *
003980* the account just browsed.                                    *
003990*****************************************************************
004000 3210-MATCH-CURRENCY-SLOT.
004010     IF BR-C-CURRENCY-CODE (BR-CCY-IDX) = AB-CURRENCY-CODE
004020         SET BR-CURRENCY-FOUND-SW TO 'Y'
004030     ELSE
004040         SET BR-CCY-IDX UP BY 1
004050     END-IF.
004060
004070 3210-MATCH-CURRENCY-SLOT-EXIT.
004080     EXIT.
004090
004100*****************************************************************
004110* 1700-LOAD-BRANCH-TABLE asks BRANCH-PROGRAM for the head      *
004120* office and then for every branch in turn, giving each a slot *
004130* with nothing totalled yet, and opens the customer master the *
004140* accounts' branches are read from.  With no customer master   *
004150* every account is totalled at the head office.                *
004160*****************************************************************
004170 1700-LOAD-BRANCH-TABLE.
004180     MOVE 'HOME ' TO BR-BR-FUNCTION-CODE
004190     CALL 'BRANCH-PROGRAM' USING BR-BR-FUNCTION-CODE BR-BRANCH-KEY
004200         BR-HEAD-OFFICE BR-BRANCH-NAME
004210     END-CALL
004220     MOVE SPACES TO BR-BRANCH-CODE
004230     PERFORM 1710-LOAD-ONE-BRANCH THRU
004240         1710-LOAD-ONE-BRANCH-EXIT
004250         UNTIL BR-BRANCH-EOF
004260
004270     OPEN INPUT CUSTOMER-MASTER-FILE
004280     IF CM-FILE-STATUS = '00'
004290         SET BR-CUSTOMER-IS-OPEN TO TRUE
004300     ELSE
004310         DISPLAY 'BALANCE-REPORT: CUSTMST not available - '
004320             'every account totalled at the head office.'
004330     END-IF.
004340
004350 1700-LOAD-BRANCH-TABLE-EXIT.
004360     EXIT.
004370
004380*****************************************************************
004390* 1710-LOAD-ONE-BRANCH steps to the next branch and gives it a *
004400* slot.                                                        *
004410*****************************************************************
004420 1710-LOAD-ONE-BRANCH.
004430     MOVE 'NEXT ' TO BR-BR-FUNCTION-CODE
004440     CALL 'BRANCH-PROGRAM' USING BR-BR-FUNCTION-CODE BR-BRANCH-KEY
004450         BR-BRANCH-CODE BR-BRANCH-NAME BR-BR-STATUS-CODE
004460     END-CALL
004470     IF BR-BR-STATUS-CODE NOT = 'OK '
004480             OR BR-BRANCH-COUNT >= 10
004490         SET BR-BRANCH-EOF TO TRUE
004500         GO TO 1710-LOAD-ONE-BRANCH-EXIT
004510     END-IF
004520     ADD 1 TO BR-BRANCH-COUNT
004530     SET BR-BRANCH-IDX TO BR-BRANCH-COUNT
004540     MOVE BR-BRANCH-CODE TO BR-B-BRANCH-CODE (BR-BRANCH-IDX)
004550     MOVE BR-BRANCH-NAME TO BR-B-BRANCH-NAME (BR-BRANCH-IDX)
004560     MOVE ZERO TO BR-B-ACCOUNT-COUNT (BR-BRANCH-IDX)
004570     MOVE ZERO TO BR-B-HOME-TOTAL (BR-BRANCH-IDX)
004580     MOVE ZERO TO BR-B-UNRATED-COUNT (BR-BRANCH-IDX)
004582     MOVE ZERO TO BR-B-LOAN-COUNT (BR-BRANCH-IDX)
004584     MOVE ZERO TO BR-B-LOAN-HOME-TOTAL (BR-BRANCH-IDX)
004586     MOVE ZERO TO BR-B-LOAN-UNRATED (BR-BRANCH-IDX).
004590
004600 1710-LOAD-ONE-BRANCH-EXIT.
004610     EXIT.
004620
004630*****************************************************************
004640* 3300-FIND-ACCOUNT-BRANCH reads the branch of the account just*
004650* browsed off the customer master - the head office when it    *
004660* names none or has no record - and leaves the index on its    *
004670* branch slot, adding one for a code that is no longer a       *
004680* branch.  A full table totals the account at the head office. *
004690*****************************************************************
004700 3300-FIND-ACCOUNT-BRANCH.
004710     MOVE SPACES TO BR-ACCOUNT-BRANCH
004720     IF BR-CUSTOMER-IS-OPEN
004730         MOVE AB-ACCOUNT-ID TO CM-ACCOUNT-ID
004740         READ CUSTOMER-MASTER-FILE
004750             INVALID KEY
004760                 MOVE SPACES TO CM-BRANCH-CODE
004770         END-READ
004780         MOVE CM-BRANCH-CODE TO BR-ACCOUNT-BRANCH
004790     END-IF
004800     IF BR-ACCOUNT-BRANCH = SPACES
004810         MOVE BR-HEAD-OFFICE TO BR-ACCOUNT-BRANCH
004820     END-IF
004830
004840     SET BR-BRANCH-FOUND-SW TO 'N'
004850     SET BR-BRANCH-IDX TO 1
004860     PERFORM 3310-MATCH-BRANCH-SLOT THRU
004870         3310-MATCH-BRANCH-SLOT-EXIT
004880         UNTIL BR-BRANCH-IDX > BR-BRANCH-COUNT
004890             OR BR-BRANCH-FOUND
004900     IF BR-BRANCH-FOUND
004910         GO TO 3300-FIND-ACCOUNT-BRANCH-EXIT
004920     END-IF
004930     IF BR-BRANCH-COUNT >= 10
004940         DISPLAY 'BALANCE-REPORT: more than 10 branch codes - '
004950             'account ' AB-ACCOUNT-ID ' totalled at the head '
004960             'office.'
004970         SET BR-BRANCH-IDX TO 1
004980         GO TO 3300-FIND-ACCOUNT-BRANCH-EXIT
004990     END-IF
005000     ADD 1 TO BR-BRANCH-COUNT
005010     SET BR-BRANCH-IDX TO BR-BRANCH-COUNT
005020     MOVE BR-ACCOUNT-BRANCH TO BR-B-BRANCH-CODE (BR-BRANCH-IDX)
005030     MOVE SPACES TO BR-B-BRANCH-NAME (BR-BRANCH-IDX)
005040     MOVE ZERO TO BR-B-ACCOUNT-COUNT (BR-BRANCH-IDX)
005050     MOVE ZERO TO BR-B-HOME-TOTAL (BR-BRANCH-IDX)
005060     MOVE ZERO TO BR-B-UNRATED-COUNT (BR-BRANCH-IDX)
005062     MOVE ZERO TO BR-B-LOAN-COUNT (BR-BRANCH-IDX)
005064     MOVE ZERO TO BR-B-LOAN-HOME-TOTAL (BR-BRANCH-IDX)
005066     MOVE ZERO TO BR-B-LOAN-UNRATED (BR-BRANCH-IDX).
005070
005080 3300-FIND-ACCOUNT-BRANCH-EXIT.
005090     EXIT.
005100
005110*****************************************************************
005120* 3310-MATCH-BRANCH-SLOT compares one branch slot against the  *
005130* branch of the account just browsed.                          *
005140*****************************************************************
005150 3310-MATCH-BRANCH-SLOT.
005160     IF BR-B-BRANCH-CODE (BR-BRANCH-IDX) = BR-ACCOUNT-BRANCH
005170         SET BR-BRANCH-FOUND-SW TO 'Y'
005180     ELSE
005190         SET BR-BRANCH-IDX UP BY 1
005200     END-IF.
005210
005220 3310-MATCH-BRANCH-SLOT-EXIT.
005230     EXIT.
005240
005250*****************************************************************
005260* 3400-ADD-TO-BRANCH adds the account just browsed into the    *
005270* branch slot 3300-FIND-ACCOUNT-BRANCH left the index on,      *
005280* turning a foreign-currency balance into home currency at the *
005290* day's rate.  With no rate the account is counted only.  A    *
005295* loan goes to the branch's loan count and total instead.      *
005300*****************************************************************
005310 3400-ADD-TO-BRANCH.
005312     IF AB-TYPE-LOAN
005314         ADD 1 TO BR-B-LOAN-COUNT (BR-BRANCH-IDX)
005316     ELSE
005320         ADD 1 TO BR-B-ACCOUNT-COUNT (BR-BRANCH-IDX)
005325     END-IF
005330     IF AB-HOME-CURRENCY
005336         MOVE AB-BALANCE TO BR-HOME-EQUIVALENT
005342     ELSE
005348         MOVE 'RATE ' TO BR-FX-FUNCTION-CODE
005354         MOVE AB-CURRENCY-CODE TO BR-FX-CURRENCY
005360         CALL 'FXRATE-PROGRAM' USING BR-FX-FUNCTION-CODE
005366             BR-FX-CURRENCY BR-FX-RATE BR-FX-STATUS-CODE
005372         END-CALL
005378         IF NOT BR-FX-STATUS-CODE = 'OK '
005384             IF AB-TYPE-LOAN
005390                 ADD 1 TO BR-B-LOAN-UNRATED (BR-BRANCH-IDX)
005396             ELSE
005402                 ADD 1 TO BR-B-UNRATED-COUNT (BR-BRANCH-IDX)
005408             END-IF
005414             GO TO 3400-ADD-TO-BRANCH-EXIT
005420         END-IF
005430         COMPUTE BR-HOME-EQUIVALENT ROUNDED =
005440             AB-BALANCE * BR-FX-RATE
005442     END-IF
005444     IF AB-TYPE-LOAN
005445         ADD BR-HOME-EQUIVALENT TO
005446             BR-B-LOAN-HOME-TOTAL (BR-BRANCH-IDX)
005447     ELSE
005450         ADD BR-HOME-EQUIVALENT TO BR-B-HOME-TOTAL (BR-BRANCH-IDX)
005480     END-IF.
005490
005500 3400-ADD-TO-BRANCH-EXIT.
005510     EXIT.
