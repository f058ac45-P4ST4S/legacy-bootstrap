000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BRANCH-PROGRAM.
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
000140* BRANCH-PROGRAM knows the bank's branches and which branch an *
000150* account or an operator belongs to.  It is called with a      *
000160* function code, a lookup key, and a branch code and name:     *
000170*                                                              *
000180*   HOME   hands back the head office's code and name.         *
000190*   CHECK  hands back the name of the branch code supplied, or *
000200*          spaces with status NOF when it is not a branch.     *
000210*   NEXT   hands back the branch after the code supplied, in   *
000220*          branch order - the first branch when the code is    *
000230*          spaces - or spaces with status EOF after the last.  *
000240*          The reports that subtotal by branch walk the        *
000250*          branches this way.                                  *
000260*   OPER   hands back the branch of the operator whose ID is   *
000270*          in the key, off OPERPIN.                            *
000280*   ACCT   hands back the branch of the account whose number   *
000290*          is in the key, off the customer master.             *
000300*                                                              *
000310* For OPER and ACCT a record whose branch is spaces - one      *
000320* written before branches were recorded - belongs to the head  *
000330* office.  Status NOF means the operator or account is not on  *
000340* file and NAV that the file could not be opened; either way   *
000350* the branch handed back is spaces, and the caller decides     *
000360* where the posting belongs.  Like AUDIT-CHAIN it opens and    *
000370* closes its files on every call, so it can be called while    *
000380* the caller holds them.                                       *
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OPERATOR-FILE ASSIGN TO "OPERPIN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS OR-FILE-STATUS.
000460
000470     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CM-ACCOUNT-ID
000510         FILE STATUS IS CM-FILE-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  OPERATOR-FILE.
000560 01  OPERATOR-RECORD.
000570     COPY OPERREC.
000580
000590 FD  CUSTOMER-MASTER-FILE.
000600 01  CUSTOMER-MASTER-RECORD.
000610     COPY CUSTREC.
000620
000630 WORKING-STORAGE SECTION.
000640 01  OR-FILE-STATUS              PIC X(02) VALUE '00'.
000650 01  CM-FILE-STATUS              PIC X(02) VALUE '00'.
000660
000670 01  BX-SWITCHES.
000680     05  BX-OPERATOR-EOF-SW      PIC X(01) VALUE 'N'.
000690         88  BX-OPERATOR-EOF              VALUE 'Y'.
000700     05  BX-OPERATOR-FOUND-SW    PIC X(01) VALUE 'N'.
000710         88  BX-OPERATOR-FOUND            VALUE 'Y'.
000720     05  BX-BRANCH-FOUND-SW      PIC X(01) VALUE 'N'.
000730         88  BX-BRANCH-FOUND              VALUE 'Y'.
000740
000750*****************************************************************
000760* The branches, head office first.  A new branch is added at   *
000770* the end and BX-BRANCH-COUNT raised to match.                 *
000780*****************************************************************
000790 01  BX-BRANCH-VALUES.
000800     05  FILLER                  PIC X(23)
000810             VALUE '001MAIN OFFICE         '.
000820     05  FILLER                  PIC X(23)
000830             VALUE '002NORTHSIDE           '.
000840     05  FILLER                  PIC X(23)
000850             VALUE '003WESTGATE            '.
000860 01  BX-BRANCH-TABLE REDEFINES BX-BRANCH-VALUES.
000870     05  BX-BRANCH-ENTRY OCCURS 3 TIMES
000880             INDEXED BY BX-BRANCH-IDX.
000890         10  BX-T-BRANCH-CODE    PIC X(03).
000900         10  BX-T-BRANCH-NAME    PIC X(20).
000910 01  BX-BRANCH-COUNT             PIC 9(02) VALUE 3.
000920
000930 01  BX-SEARCH-CODE              PIC X(03) VALUE SPACES.
000940 01  BX-RESULT-STATUS            PIC X(03) VALUE SPACES.
000950
000960 LINKAGE SECTION.
000970 01  BX-FUNCTION-CODE            PIC X(05).
000980 01  BX-LOOKUP-KEY               PIC X(10).
000990 01  BX-KEY-ACCOUNT REDEFINES BX-LOOKUP-KEY
001000                                 PIC 9(10).
001010 01  BX-KEY-OPERATOR REDEFINES BX-LOOKUP-KEY.
001020     05  BX-KEY-OPERATOR-ID      PIC X(08).
001030     05  FILLER                  PIC X(02).
001040 01  BX-BRANCH-CODE              PIC X(03).
001050 01  BX-BRANCH-NAME              PIC X(20).
001060 01  BX-STATUS-CODE              PIC X(03).
001070
001080 PROCEDURE DIVISION USING BX-FUNCTION-CODE BX-LOOKUP-KEY
001090         BX-BRANCH-CODE BX-BRANCH-NAME OPTIONAL BX-STATUS-CODE.
001100 0000-MAIN-CONTROL.
001110     MOVE 'OK ' TO BX-RESULT-STATUS
001120     EVALUATE BX-FUNCTION-CODE
001130         WHEN 'HOME '
001140             PERFORM 1000-GET-HEAD-OFFICE THRU
001150                 1000-GET-HEAD-OFFICE-EXIT
001160         WHEN 'CHECK'
001170             PERFORM 2000-CHECK-BRANCH THRU 2000-CHECK-BRANCH-EXIT
001180         WHEN 'NEXT '
001190             PERFORM 3000-NEXT-BRANCH THRU 3000-NEXT-BRANCH-EXIT
001200         WHEN 'OPER '
001210             PERFORM 4000-OPERATOR-BRANCH THRU
001220                 4000-OPERATOR-BRANCH-EXIT
001230         WHEN 'ACCT '
001240             PERFORM 5000-ACCOUNT-BRANCH THRU
001250                 5000-ACCOUNT-BRANCH-EXIT
001260         WHEN OTHER
001270             DISPLAY 'BRANCH-PROGRAM: INVALID FUNCTION CODE '
001280                 '- ' BX-FUNCTION-CODE
001290             MOVE 'INV' TO BX-RESULT-STATUS
001300     END-EVALUATE
001310     IF BX-STATUS-CODE NOT OMITTED
001320         MOVE BX-RESULT-STATUS TO BX-STATUS-CODE
001330     END-IF
001340
001350     GOBACK.
001360
001370*****************************************************************
001380* 1000-GET-HEAD-OFFICE hands back the first branch in the      *
001390* table, the head office.                                      *
001400*****************************************************************
001410 1000-GET-HEAD-OFFICE.
001420     SET BX-BRANCH-IDX TO 1
001430     MOVE BX-T-BRANCH-CODE (BX-BRANCH-IDX) TO BX-BRANCH-CODE
001440     MOVE BX-T-BRANCH-NAME (BX-BRANCH-IDX) TO BX-BRANCH-NAME.
001450
001460 1000-GET-HEAD-OFFICE-EXIT.
001470     EXIT.
001480
001490*****************************************************************
001500* 2000-CHECK-BRANCH hands back the name of the branch code     *
001510* supplied, or spaces and NOF when the code is not a branch.   *
001520*****************************************************************
001530 2000-CHECK-BRANCH.
001540     MOVE BX-BRANCH-CODE TO BX-SEARCH-CODE
001550     PERFORM 6000-FIND-BRANCH THRU 6000-FIND-BRANCH-EXIT
001560     IF BX-BRANCH-FOUND
001570         MOVE BX-T-BRANCH-NAME (BX-BRANCH-IDX) TO BX-BRANCH-NAME
001580     ELSE
001590         MOVE SPACES TO BX-BRANCH-NAME
001600         MOVE 'NOF' TO BX-RESULT-STATUS
001610     END-IF.
001620
001630 2000-CHECK-BRANCH-EXIT.
001640     EXIT.
001650
001660*****************************************************************
001670* 3000-NEXT-BRANCH steps to the branch after the code          *
001680* supplied.  Spaces start the walk at the head office; a code  *
001690* that is not a branch is refused with NOF, not restarted.     *
001700*****************************************************************
001710 3000-NEXT-BRANCH.
001720     IF BX-BRANCH-CODE = SPACES
001730         SET BX-BRANCH-IDX TO 1
001740     ELSE
001750         MOVE BX-BRANCH-CODE TO BX-SEARCH-CODE
001760         PERFORM 6000-FIND-BRANCH THRU 6000-FIND-BRANCH-EXIT
001770         IF NOT BX-BRANCH-FOUND
001780             MOVE SPACES TO BX-BRANCH-CODE BX-BRANCH-NAME
001790             MOVE 'NOF' TO BX-RESULT-STATUS
001800             GO TO 3000-NEXT-BRANCH-EXIT
001810         END-IF
001820         SET BX-BRANCH-IDX UP BY 1
001830     END-IF
001840     IF BX-BRANCH-IDX > BX-BRANCH-COUNT
001850         MOVE SPACES TO BX-BRANCH-CODE BX-BRANCH-NAME
001860         MOVE 'EOF' TO BX-RESULT-STATUS
001870         GO TO 3000-NEXT-BRANCH-EXIT
001880     END-IF
001890     MOVE BX-T-BRANCH-CODE (BX-BRANCH-IDX) TO BX-BRANCH-CODE
001900     MOVE BX-T-BRANCH-NAME (BX-BRANCH-IDX) TO BX-BRANCH-NAME.
001910
001920 3000-NEXT-BRANCH-EXIT.
001930     EXIT.
001940
001950*****************************************************************
001960* 4000-OPERATOR-BRANCH reads OPERPIN for the operator in the   *
001970* key and hands back their branch.                             *
001980*****************************************************************
001990 4000-OPERATOR-BRANCH.
002000     MOVE SPACES TO BX-BRANCH-CODE BX-BRANCH-NAME
002010     OPEN INPUT OPERATOR-FILE
002020     IF OR-FILE-STATUS NOT = '00'
002030         MOVE 'NAV' TO BX-RESULT-STATUS
002040         GO TO 4000-OPERATOR-BRANCH-EXIT
002050     END-IF
002060     MOVE 'N' TO BX-OPERATOR-EOF-SW
002070     MOVE 'N' TO BX-OPERATOR-FOUND-SW
002080     PERFORM 4100-READ-OPERATOR THRU 4100-READ-OPERATOR-EXIT
002090         UNTIL BX-OPERATOR-EOF OR BX-OPERATOR-FOUND
002100     IF BX-OPERATOR-FOUND
002110         MOVE OR-BRANCH-CODE TO BX-SEARCH-CODE
002120     END-IF
002130     CLOSE OPERATOR-FILE
002140     IF NOT BX-OPERATOR-FOUND
002150         MOVE 'NOF' TO BX-RESULT-STATUS
002160         GO TO 4000-OPERATOR-BRANCH-EXIT
002170     END-IF
002180     PERFORM 7000-RETURN-BRANCH THRU 7000-RETURN-BRANCH-EXIT.
002190
002200 4000-OPERATOR-BRANCH-EXIT.
002210     EXIT.
002220
002230*****************************************************************
002240* 4100-READ-OPERATOR reads one operator record and notes when  *
002250* it is the operator asked for.                                *
002260*****************************************************************
002270 4100-READ-OPERATOR.
002280     READ OPERATOR-FILE
002290         AT END
002300             SET BX-OPERATOR-EOF TO TRUE
002310             GO TO 4100-READ-OPERATOR-EXIT
002320     END-READ
002330     IF OR-OPERATOR-ID = BX-KEY-OPERATOR-ID
002340         SET BX-OPERATOR-FOUND TO TRUE
002350     END-IF.
002360
002370 4100-READ-OPERATOR-EXIT.
002380     EXIT.
002390
002400*****************************************************************
002410* 5000-ACCOUNT-BRANCH reads the customer master for the        *
002420* account in the key and hands back the branch it is held at.  *
002430*****************************************************************
002440 5000-ACCOUNT-BRANCH.
002450     MOVE SPACES TO BX-BRANCH-CODE BX-BRANCH-NAME
002460     IF BX-KEY-ACCOUNT NOT NUMERIC
002470         MOVE 'NOF' TO BX-RESULT-STATUS
002480         GO TO 5000-ACCOUNT-BRANCH-EXIT
002490     END-IF
002500     OPEN INPUT CUSTOMER-MASTER-FILE
002510     IF CM-FILE-STATUS NOT = '00'
002520         MOVE 'NAV' TO BX-RESULT-STATUS
002530         GO TO 5000-ACCOUNT-BRANCH-EXIT
002540     END-IF
002550     MOVE BX-KEY-ACCOUNT TO CM-ACCOUNT-ID
002560     READ CUSTOMER-MASTER-FILE
002570         INVALID KEY
002580             MOVE 'NOF' TO BX-RESULT-STATUS
002590     END-READ
002600     MOVE CM-BRANCH-CODE TO BX-SEARCH-CODE
002610     CLOSE CUSTOMER-MASTER-FILE
002620     IF BX-RESULT-STATUS = 'NOF'
002630         GO TO 5000-ACCOUNT-BRANCH-EXIT
002640     END-IF
002650     PERFORM 7000-RETURN-BRANCH THRU 7000-RETURN-BRANCH-EXIT.
002660
002670 5000-ACCOUNT-BRANCH-EXIT.
002680     EXIT.
002690
002700*****************************************************************
002710* 6000-FIND-BRANCH looks BX-SEARCH-CODE up in the branch       *
002720* table, leaving the index on it when found.                   *
002730*****************************************************************
002740 6000-FIND-BRANCH.
002750     MOVE 'N' TO BX-BRANCH-FOUND-SW
002760     SET BX-BRANCH-IDX TO 1
002770     PERFORM 6100-COMPARE-BRANCH-ENTRY THRU
002780         6100-COMPARE-BRANCH-ENTRY-EXIT
002790         UNTIL BX-BRANCH-IDX > BX-BRANCH-COUNT
002800             OR BX-BRANCH-FOUND.
002810
002820 6000-FIND-BRANCH-EXIT.
002830     EXIT.
002840
002850*****************************************************************
002860* 6100-COMPARE-BRANCH-ENTRY compares one branch-table entry    *
002870* against the code sought, then advances to the next entry.    *
002880*****************************************************************
002890 6100-COMPARE-BRANCH-ENTRY.
002900     IF BX-SEARCH-CODE = BX-T-BRANCH-CODE (BX-BRANCH-IDX)
002910         SET BX-BRANCH-FOUND TO TRUE
002920     ELSE
002930         SET BX-BRANCH-IDX UP BY 1
002940     END-IF.
002950
002960 6100-COMPARE-BRANCH-ENTRY-EXIT.
002970     EXIT.
002980
002990*****************************************************************
003000* 7000-RETURN-BRANCH hands back the branch an operator or      *
003010* account record names - the head office when it names none.   *
003020* A code that is no longer a branch is handed back as it is,   *
003030* with no name, so the posting is not silently moved.          *
003040*****************************************************************
003050 7000-RETURN-BRANCH.
003060     IF BX-SEARCH-CODE = SPACES
003070         PERFORM 1000-GET-HEAD-OFFICE THRU
003080             1000-GET-HEAD-OFFICE-EXIT
003090         GO TO 7000-RETURN-BRANCH-EXIT
003100     END-IF
003110     MOVE BX-SEARCH-CODE TO BX-BRANCH-CODE
003120     PERFORM 6000-FIND-BRANCH THRU 6000-FIND-BRANCH-EXIT
003130     IF BX-BRANCH-FOUND
003140         MOVE BX-T-BRANCH-NAME (BX-BRANCH-IDX) TO BX-BRANCH-NAME
003150     END-IF.
003160
003170 7000-RETURN-BRANCH-EXIT.
003180     EXIT.
