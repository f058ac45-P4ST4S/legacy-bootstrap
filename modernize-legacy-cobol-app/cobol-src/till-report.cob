000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 09/02/2026  RLM  Original version.                           *
000101* 10/15/2026  RLM  Drawers are reported by branch - the branch *
000102*                  on the operator's record, the vault the     *
000103*                  drawer settles to - each branch closing with*
000104*                  its subtotals and a sign-off line for the   *
000105*                  branch manager.                             *
000106* 10/15/2026  RLM  Cash posted to a foreign-currency account   *
000107*                  moves the drawer by its home-currency       *
000108*                  equivalent at the entry's AT-HOME-RATE.     *
000110*****************************************************************
000120*
000130*****************************************************************
000260* cash through a drawer.  Run this job before AUDIT-ROLLOVER   *
000270* while the whole day is still on the live file; it checks in  *
000280* with RUN-CONTROL as step TILLRPT.                            *
000281* Each drawer settles to the vault of the branch on its        *
000282* operator's record (BRANCH-PROGRAM; the head office when the  *
000283* record names none or cannot be read).  The report runs branch*
000284* by branch in BRANCH-PROGRAM's order, each branch closing with*
000285* the subtotals of its drawers and a line for its manager to   *
000286* sign off.                                                    *
000287* A drawer holds home currency: cash posted to a foreign-      *
000288* currency account counts at the entry's home-currency rate.   *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000800         88  TL-DECL-EOF                   VALUE 'Y'.
000810     05  TL-ENTRY-FOUND-SW        PIC X(01) VALUE 'N'.
000820         88  TL-ENTRY-FOUND                VALUE 'Y'.
000823     05  TL-BRANCH-EOF-SW         PIC X(01) VALUE 'N'.
000826         88  TL-BRANCH-EOF                 VALUE 'Y'.
000830
000840 01  TL-CONSTANTS.
000850     05  TL-BATCH-OPERATOR-ID     PIC X(08) VALUE 'BATCH   '.
000920 01  TL-RUN-STEP-NAME             PIC X(12) VALUE
000930     'TILLRPT     '.
000940 01  TL-RUN-STATUS-CODE           PIC X(03).
000941 01  TL-BR-FUNCTION-CODE          PIC X(05).
000942 01  TL-BR-STATUS-CODE            PIC X(03).
000943 01  TL-BRANCH-KEY                PIC X(10) VALUE SPACES.
000944 01  TL-BRANCH-CODE               PIC X(03) VALUE SPACES.
000945 01  TL-BRANCH-NAME               PIC X(20) VALUE SPACES.
000946 01  TL-HEAD-OFFICE               PIC X(03) VALUE SPACES.
000947 01  TL-HEAD-OFFICE-NAME          PIC X(20) VALUE SPACES.
000948 01  TL-HOME-AMOUNT               PIC 9(11)V99.
000950
000960 01  TL-COUNTERS.
000970     05  TL-OPERATOR-COUNT        PIC 9(03) VALUE ZERO COMP.
000980     05  TL-FLAG-COUNT            PIC 9(06) VALUE ZERO.
000981
000982*****************************************************************
000983* The subtotals of the branch being reported.                  *
000984*****************************************************************
000985 01  TL-BRANCH-TOTALS.
000986     05  TL-B-DRAWER-COUNT        PIC 9(03) VALUE ZERO COMP.
000987     05  TL-B-FLAG-COUNT          PIC 9(06) VALUE ZERO.
000988     05  TL-B-FLOAT-AMOUNT        PIC S9(11)V99 VALUE ZERO.
000989     05  TL-B-CASH-IN             PIC S9(11)V99 VALUE ZERO.
000990     05  TL-B-CASH-OUT            PIC S9(11)V99 VALUE ZERO.
000991     05  TL-B-EXPECTED            PIC S9(11)V99 VALUE ZERO.
000992     05  TL-B-DECLARED            PIC S9(11)V99 VALUE ZERO.
000993     05  TL-B-DIFFERENCE          PIC S9(11)V99 VALUE ZERO.
000994
001000*****************************************************************
001010* One slot per operator with a float, a declaration, or cash   *
001020* activity on today's trail.                                   *
001050     05  TL-DRAWER-ENTRY OCCURS 50 TIMES
001060             INDEXED BY TL-DRAWER-IDX.
001070         10  TL-T-OPERATOR-ID     PIC X(08).
001075         10  TL-T-BRANCH-CODE     PIC X(03).
001080         10  TL-T-FLOAT-AMOUNT    PIC S9(11)V99.
001090         10  TL-T-CASH-IN         PIC S9(11)V99.
001100         10  TL-T-CASH-OUT        PIC S9(11)V99.
001390 01  TL-FLAG-LINE.
001400     05  FILLER                   PIC X(03) VALUE '** '.
001410     05  TL-F-TEXT                PIC X(60).
001411
001412 01  TL-BRANCH-HEADING-LINE.
001413     05  FILLER                   PIC X(07) VALUE 'BRANCH '.
001414     05  TL-BH-BRANCH-CODE        PIC X(03).
001415     05  FILLER                   PIC X(01) VALUE SPACE.
001416     05  TL-BH-BRANCH-NAME        PIC X(20).
001417
001418 01  TL-BRANCH-TOTAL-LINE.
001419     05  FILLER                   PIC X(07) VALUE 'BRANCH '.
001420     05  TL-BT-BRANCH-CODE        PIC X(03).
001421     05  FILLER                   PIC X(07) VALUE ' TOTAL '.
001422     05  FILLER                   PIC X(08) VALUE ' FLOAT  '.
001423     05  TL-BT-FLOAT              PIC -Z,ZZZ,ZZZ,ZZ9.99.
001424     05  FILLER                   PIC X(05) VALUE ' IN  '.
001425     05  TL-BT-CASH-IN            PIC -Z,ZZZ,ZZZ,ZZ9.99.
001426     05  FILLER                   PIC X(05) VALUE ' OUT '.
001427     05  TL-BT-CASH-OUT           PIC -Z,ZZZ,ZZZ,ZZ9.99.
001428
001429 01  TL-BRANCH-COUNT-LINE.
001430     05  FILLER                   PIC X(02) VALUE SPACES.
001431     05  TL-BC-DRAWER-COUNT       PIC ZZ9.
001432     05  FILLER                   PIC X(21) VALUE
001433         ' DRAWER(S) BALANCED, '.
001434     05  TL-BC-FLAG-COUNT         PIC ZZZ,ZZ9.
001435     05  FILLER                   PIC X(16) VALUE
001436         ' FLAG(S) RAISED.'.
001437
001438 01  TL-SIGN-OFF-LINE.
001439     05  FILLER                   PIC X(26) VALUE
001440         '  BRANCH MANAGER SIGN-OFF '.
001441     05  FILLER                   PIC X(30) VALUE
001442         '______________________________'.
001443     05  FILLER                   PIC X(07) VALUE '  DATE '.
001444     05  FILLER                   PIC X(10) VALUE '__________'.
001445
001446 PROCEDURE DIVISION.
001447 0000-MAIN-CONTROL.
001450     MOVE 'START' TO TL-RUN-FUNCTION-CODE
001460     CALL 'RUN-CONTROL' USING TL-RUN-FUNCTION-CODE
001470         TL-RUN-STEP-NAME TL-RUN-STATUS-CODE
001550     MOVE 'GET  ' TO TL-BD-FUNCTION-CODE
001560     CALL 'BUSDATE-PROGRAM' USING TL-BD-FUNCTION-CODE TL-TODAY
001570     END-CALL
001572     MOVE 'HOME ' TO TL-BR-FUNCTION-CODE
001574     CALL 'BRANCH-PROGRAM' USING TL-BR-FUNCTION-CODE TL-BRANCH-KEY
001576         TL-HEAD-OFFICE TL-HEAD-OFFICE-NAME
001578     END-CALL
001580
001590     PERFORM 1000-LOAD-FLOAT-TABLE THRU
001600         1000-LOAD-FLOAT-TABLE-EXIT
001640
001650     OPEN OUTPUT TILL-REPORT-FILE
001660     PERFORM 4000-WRITE-REPORT-HEADING
001670     MOVE SPACES TO TL-BRANCH-CODE
001680     PERFORM 4500-REPORT-ONE-BRANCH THRU
001690         4500-REPORT-ONE-BRANCH-EXIT
001700         UNTIL TL-BRANCH-EOF
001710     CLOSE TILL-REPORT-FILE
001720
001730     MOVE 'DONE ' TO TL-RUN-FUNCTION-CODE
002720     IF TL-DRAWER-IDX > TL-OPERATOR-COUNT
002730         GO TO 2100-TALLY-ONE-ENTRY-EXIT
002740     END-IF
002741     IF AT-CURRENCY-CODE = SPACES
002742             OR AT-HOME-RATE NOT NUMERIC
002743         MOVE AT-AMOUNT TO TL-HOME-AMOUNT
002744     ELSE
002745         COMPUTE TL-HOME-AMOUNT ROUNDED = AT-AMOUNT * AT-HOME-RATE
002746     END-IF
002750     MOVE 'Y' TO TL-T-ACTIVITY-SW (TL-DRAWER-IDX)
002760     IF AT-OPERATION-CODE = 'CREDIT  '
002770         ADD TL-HOME-AMOUNT TO TL-T-CASH-IN (TL-DRAWER-IDX)
002780     ELSE
002790         ADD TL-HOME-AMOUNT TO TL-T-CASH-OUT (TL-DRAWER-IDX)
002800     END-IF.
002810
002820 2100-TALLY-ONE-ENTRY-EXIT.
003430 4000-WRITE-REPORT-HEADING-EXIT.
003440     EXIT.
003450
003451*****************************************************************
003452* 4500-REPORT-ONE-BRANCH steps to the next branch and writes   *
003453* its section: a heading, each of its drawers, the branch      *
003454* subtotals - float, cash in and out, expected, declared and   *
003455* the net difference of the drawers declared - and the         *
003456* manager's sign-off line.                                     *
003457*****************************************************************
003458 4500-REPORT-ONE-BRANCH.
003459     MOVE 'NEXT ' TO TL-BR-FUNCTION-CODE
003460     CALL 'BRANCH-PROGRAM' USING TL-BR-FUNCTION-CODE TL-BRANCH-KEY
003461         TL-BRANCH-CODE TL-BRANCH-NAME TL-BR-STATUS-CODE
003462     END-CALL
003463     IF TL-BR-STATUS-CODE NOT = 'OK '
003464         SET TL-BRANCH-EOF TO TRUE
003465         GO TO 4500-REPORT-ONE-BRANCH-EXIT
003466     END-IF
003467     MOVE ZERO TO TL-B-DRAWER-COUNT TL-B-FLAG-COUNT
003468         TL-B-FLOAT-AMOUNT TL-B-CASH-IN TL-B-CASH-OUT
003469         TL-B-EXPECTED TL-B-DECLARED TL-B-DIFFERENCE
003470     MOVE TL-BRANCH-CODE TO TL-BH-BRANCH-CODE
003471     MOVE TL-BRANCH-NAME TO TL-BH-BRANCH-NAME
003472     WRITE TILL-REPORT-LINE FROM TL-BRANCH-HEADING-LINE
003473     MOVE SPACES TO TILL-REPORT-LINE
003474     WRITE TILL-REPORT-LINE
003475
003476     SET TL-DRAWER-IDX TO 1
003477     PERFORM 5000-BALANCE-ONE-DRAWER THRU
003478         5000-BALANCE-ONE-DRAWER-EXIT
003479         UNTIL TL-DRAWER-IDX > TL-OPERATOR-COUNT
003480
003481     MOVE TL-BRANCH-CODE TO TL-BT-BRANCH-CODE
003482     MOVE TL-B-FLOAT-AMOUNT TO TL-BT-FLOAT
003483     MOVE TL-B-CASH-IN TO TL-BT-CASH-IN
003484     MOVE TL-B-CASH-OUT TO TL-BT-CASH-OUT
003485     WRITE TILL-REPORT-LINE FROM TL-BRANCH-TOTAL-LINE
003486     MOVE TL-B-EXPECTED TO TL-C-EXPECTED
003487     MOVE TL-B-DECLARED TO TL-C-DECLARED
003488     MOVE TL-B-DIFFERENCE TO TL-C-DIFFERENCE
003489     WRITE TILL-REPORT-LINE FROM TL-COMPARE-LINE
003490     MOVE TL-B-DRAWER-COUNT TO TL-BC-DRAWER-COUNT
003491     MOVE TL-B-FLAG-COUNT TO TL-BC-FLAG-COUNT
003492     WRITE TILL-REPORT-LINE FROM TL-BRANCH-COUNT-LINE
003493     MOVE SPACES TO TILL-REPORT-LINE
003494     WRITE TILL-REPORT-LINE
003495     WRITE TILL-REPORT-LINE FROM TL-SIGN-OFF-LINE
003496     MOVE SPACES TO TILL-REPORT-LINE
003497     WRITE TILL-REPORT-LINE
003498     WRITE TILL-REPORT-LINE.
003499
003500 4500-REPORT-ONE-BRANCH-EXIT.
003501     EXIT.
003502
003503*****************************************************************
003504* 5000-BALANCE-ONE-DRAWER writes one operator's drawer         *
003505* section when it settles to the branch being reported: float, *
003506* cash in and out, expected against declared, and a dual-      *
003507* control flag on any difference or missing declaration, all   *
003508* added to the branch subtotals.  Then advances to the next    *
003509* slot.                                                        *
003510*****************************************************************
003520 5000-BALANCE-ONE-DRAWER.
003521     IF TL-T-BRANCH-CODE (TL-DRAWER-IDX) NOT = TL-BRANCH-CODE
003522         SET TL-DRAWER-IDX UP BY 1
003523         GO TO 5000-BALANCE-ONE-DRAWER-EXIT
003524     END-IF
003525     ADD 1 TO TL-B-DRAWER-COUNT
003526     ADD TL-T-FLOAT-AMOUNT (TL-DRAWER-IDX) TO TL-B-FLOAT-AMOUNT
003527     ADD TL-T-CASH-IN (TL-DRAWER-IDX) TO TL-B-CASH-IN
003528     ADD TL-T-CASH-OUT (TL-DRAWER-IDX) TO TL-B-CASH-OUT
003530     MOVE TL-T-OPERATOR-ID (TL-DRAWER-IDX) TO TL-D-OPERATOR-ID
003540     MOVE TL-T-FLOAT-AMOUNT (TL-DRAWER-IDX) TO TL-D-FLOAT
003550     MOVE TL-T-CASH-IN (TL-DRAWER-IDX) TO TL-D-CASH-IN
003610         + TL-T-CASH-IN (TL-DRAWER-IDX)
003620         - TL-T-CASH-OUT (TL-DRAWER-IDX)
003630     MOVE TL-EXPECTED-DRAWER TO TL-C-EXPECTED
003635     ADD TL-EXPECTED-DRAWER TO TL-B-EXPECTED
003640
003650     IF TL-T-DECLARED-SW (TL-DRAWER-IDX) = 'Y'
003660         MOVE TL-T-DECLARED (TL-DRAWER-IDX) TO TL-C-DECLARED
003680             TL-T-DECLARED (TL-DRAWER-IDX)
003690             - TL-EXPECTED-DRAWER
003700         MOVE TL-DIFFERENCE TO TL-C-DIFFERENCE
003703         ADD TL-T-DECLARED (TL-DRAWER-IDX) TO TL-B-DECLARED
003706         ADD TL-DIFFERENCE TO TL-B-DIFFERENCE
003710         WRITE TILL-REPORT-LINE FROM TL-COMPARE-LINE
003720         IF TL-DIFFERENCE NOT = ZERO
003730             MOVE 'DRAWER DIFFERENCE - FOR DUAL-CONTROL REVIEW'
003740                 TO TL-F-TEXT
003750             WRITE TILL-REPORT-LINE FROM TL-FLAG-LINE
003760             ADD 1 TO TL-FLAG-COUNT
003765             ADD 1 TO TL-B-FLAG-COUNT
003770         END-IF
003780     ELSE
003790         MOVE ZERO TO TL-C-DECLARED
003830             MOVE TL-NO-DECL-FLAG TO TL-F-TEXT
003840             WRITE TILL-REPORT-LINE FROM TL-FLAG-LINE
003850             ADD 1 TO TL-FLAG-COUNT
003855             ADD 1 TO TL-B-FLAG-COUNT
003860         END-IF
003870     END-IF
003880
003950
003960*****************************************************************
003970* 6000-FIND-DRAWER-SLOT finds (or adds) the slot for the       *
003980* operator in TL-LOOKUP-OPERATOR, settling a new slot to the   *
003990* operator's branch.  A table past 50 operators leaves the     *
003995* index beyond the count so the caller can skip.               *
004000*****************************************************************
004010 6000-FIND-DRAWER-SLOT.
004020     SET TL-ENTRY-FOUND-SW TO 'N'
004200             MOVE ZERO TO TL-T-DECLARED (TL-DRAWER-IDX)
004210             MOVE 'N' TO TL-T-DECLARED-SW (TL-DRAWER-IDX)
004220             MOVE 'N' TO TL-T-ACTIVITY-SW (TL-DRAWER-IDX)
004223             PERFORM 6200-SET-DRAWER-BRANCH THRU
004226                 6200-SET-DRAWER-BRANCH-EXIT
004230         END-IF
004240     END-IF.
004250
004390
004400 6100-MATCH-DRAWER-SLOT-EXIT.
004410     EXIT.
004420
004430*****************************************************************
004440* 6200-SET-DRAWER-BRANCH settles the new drawer slot to the    *
004450* branch on its operator's record.  An operator not on OPERPIN *
004460* (or no OPERPIN) settles to the head office; so does a code   *
004470* that is no longer a branch, with a message, so the drawer is *
004480* still reported and balanced.                                 *
004490*****************************************************************
004500 6200-SET-DRAWER-BRANCH.
004510     MOVE TL-HEAD-OFFICE TO TL-T-BRANCH-CODE (TL-DRAWER-IDX)
004520     MOVE TL-LOOKUP-OPERATOR TO TL-BRANCH-KEY
004530     MOVE 'OPER ' TO TL-BR-FUNCTION-CODE
004540     CALL 'BRANCH-PROGRAM' USING TL-BR-FUNCTION-CODE TL-BRANCH-KEY
004550         TL-BRANCH-CODE TL-BRANCH-NAME TL-BR-STATUS-CODE
004560     END-CALL
004570     MOVE SPACES TO TL-BRANCH-KEY
004580     IF TL-BR-STATUS-CODE NOT = 'OK '
004590         GO TO 6200-SET-DRAWER-BRANCH-EXIT
004600     END-IF
004610     IF TL-BRANCH-NAME = SPACES
004620         DISPLAY 'TILL-REPORT: operator ' TL-LOOKUP-OPERATOR
004630             ' names branch ' TL-BRANCH-CODE ', which is not '
004640             'a branch - drawer reported under the head office.'
004650         GO TO 6200-SET-DRAWER-BRANCH-EXIT
004660     END-IF
004670     MOVE TL-BRANCH-CODE TO TL-T-BRANCH-CODE (TL-DRAWER-IDX).
004680
004690 6200-SET-DRAWER-BRANCH-EXIT.
004700     EXIT.
