000450* 09/02/2026  RLM  Prior-balance record layout moved to the     *
000460*                  shared PRIORREC copybook so JOURNAL-RECOVER  *
000470*                  reads the same layout.                       *
000473* 10/15/2026  RLM  INWARD entries net as credits and REVIW as   *
000476*                  debits, matching the movement each posts.    *
000477* 10/15/2026  RLM  CHEQUE entries net as debits, matching the   *
000478*                  movement each posts.                         *
000479* 10/15/2026  RLM  Installment-loan postings net into the       *
000480*                  account's movement: LOANDISB, LOANADV, and   *
000481*                  LOANINT raise the balance, LOANPAY and       *
000482*                  LOANRCV lower it.                            *
000483* 10/15/2026  RLM  TAXWH entries - backup withholding - net as  *
000484*                  debits and REVTW as credits, matching the    *
000485*                  movement each posts.                         *
000486* 10/15/2026  RLM  ESCHEAT entries - a dormant balance remitted *
000487*                  as unclaimed property - net as debits,       *
000488*                  matching the movement each posts.            *
000489* 10/15/2026  RLM  Each account line names the account's        *
000490*                  branch off the customer master, and the      *
000491*                  report closes with the counts checked, OK    *
000492*                  and mismatched per branch and a sign-off     *
000493*                  line for each branch manager.                *
000494*****************************************************************
000495*
000500*****************************************************************
000510* RECONCILE-RUN is the nightly reconciliation job.  It nets    *
000520* today's postings per account off AUDIT-TRAIL-FILE, adds the  *
000560* account - and flagging any mismatch - to RECON-REPORT-FILE.  *
000570* A new prior-balance file is written as it goes so tomorrow's *
000580* run has today's closing balances to reconcile against.       *
000582* Each line names the branch the account is held at on the     *
000584* customer master (the head office when it names none, or the  *
000586* account has no customer record), and the report closes with  *
000588* each branch's counts and a line for its manager to sign off. *
000590*****************************************************************
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000730
000740     SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL.
000751
000752     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000753         ORGANIZATION IS INDEXED
000754         ACCESS MODE IS DYNAMIC
000755         RECORD KEY IS CM-ACCOUNT-ID
000756         FILE STATUS IS CM-FILE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000930 FD  RECON-REPORT-FILE.
000940 01  RECON-REPORT-LINE           PIC X(132).
000950
000952 FD  CUSTOMER-MASTER-FILE.
000954 01  CUSTOMER-MASTER-RECORD.
000956     COPY CUSTREC.
000958
000960 WORKING-STORAGE SECTION.
000970 01  AT-FILE-STATUS               PIC X(02) VALUE '00'.
000980 01  PB-FILE-STATUS               PIC X(02) VALUE '00'.
000990     88  PB-STATUS-OK                        VALUE '00'.
001000     88  PB-STATUS-EOF                        VALUE '10'.
001005 01  CM-FILE-STATUS               PIC X(02) VALUE '00'.
001010
001020 01  RC-SWITCHES.
001030     05  RC-AUDIT-EOF-SW          PIC X(01) VALUE 'N'.
001100         88  RC-ENTRY-FOUND                 VALUE 'Y'.
001110     05  RC-PRIOR-OPEN-SW         PIC X(01) VALUE 'N'.
001120         88  RC-PRIOR-IS-OPEN               VALUE 'Y'.
001122     05  RC-CUSTOMER-OPEN-SW      PIC X(01) VALUE 'N'.
001124         88  RC-CUSTOMER-IS-OPEN            VALUE 'Y'.
001126     05  RC-BRANCH-EOF-SW         PIC X(01) VALUE 'N'.
001128         88  RC-BRANCH-EOF                  VALUE 'Y'.
001130
001140 01  RC-CONSTANTS.
001150     05  RC-DEFAULT-PRIOR-BALANCE PIC S9(9)V99 VALUE ZERO.
001200     05  RC-POSTING-COUNT         PIC 9(04) VALUE ZERO COMP.
001210     05  RC-ACCOUNT-COUNT         PIC 9(06) VALUE ZERO.
001220     05  RC-MISMATCH-COUNT        PIC 9(06) VALUE ZERO.
001225     05  RC-BRANCH-COUNT          PIC 9(04) VALUE ZERO COMP.
001230
001240 01  RC-POSTINGS-TABLE.
001250     05  RC-POSTING-ENTRY OCCURS 500 TIMES
001260             INDEXED BY RC-POSTING-IDX.
001270         10  RC-P-ACCOUNT-ID      PIC 9(10).
001280         10  RC-P-NET-AMOUNT      PIC S9(11)V99.
001281
001282*****************************************************************
001283* One slot per branch, loaded in BRANCH-PROGRAM's order; an    *
001284* account naming a code that is no longer a branch gets a slot *
001285* of its own at the end, with no name, so it is still counted. *
001286*****************************************************************
001287 01  RC-BRANCH-TABLE.
001288     05  RC-BRANCH-ENTRY OCCURS 10 TIMES
001289             INDEXED BY RC-BRANCH-IDX.
001290         10  RC-B-BRANCH-CODE     PIC X(03).
001291         10  RC-B-BRANCH-NAME     PIC X(20).
001292         10  RC-B-ACCOUNT-COUNT   PIC 9(06).
001293         10  RC-B-MISMATCH-COUNT  PIC 9(06).
001294
001300 01  RC-FUNCTION-CODE             PIC X(05).
001310 01  RC-BD-FUNCTION-CODE          PIC X(05).
001320 01  RC-RUN-FUNCTION-CODE         PIC X(05).
001340     'RECONCILE   '.
001350 01  RC-RUN-STATUS-CODE           PIC X(03).
001360 01  RC-STATUS-CODE               PIC X(03).
001361 01  RC-BR-FUNCTION-CODE          PIC X(05).
001362 01  RC-BR-STATUS-CODE            PIC X(03).
001363 01  RC-BRANCH-KEY                PIC X(10) VALUE SPACES.
001364 01  RC-BRANCH-CODE               PIC X(03) VALUE SPACES.
001365 01  RC-BRANCH-NAME               PIC X(20) VALUE SPACES.
001366 01  RC-HEAD-OFFICE               PIC X(03) VALUE SPACES.
001367 01  RC-ACCOUNT-BRANCH            PIC X(03) VALUE SPACES.
001370
001380 01  CURRENT-ACCOUNT-RECORD.
001390     COPY ACCTREC.
001460     05  FILLER                   PIC X(05) VALUE SPACES.
001470     05  RC-D-ACCOUNT-ID          PIC Z(9)9.
001480     05  FILLER                   PIC X(03) VALUE SPACES.
001483     05  RC-D-BRANCH              PIC X(03).
001486     05  FILLER                   PIC X(03) VALUE SPACES.
001490     05  RC-D-PRIOR               PIC -Z,ZZZ,ZZZ,ZZ9.99.
001500     05  FILLER                   PIC X(03) VALUE SPACES.
001510     05  RC-D-NET                 PIC -Z,ZZZ,ZZZ,ZZ9.99.
001550     05  RC-D-ACTUAL              PIC -Z,ZZZ,ZZZ,ZZ9.99.
001560     05  FILLER                   PIC X(03) VALUE SPACES.
001570     05  RC-D-RESULT              PIC X(08).
001571
001572 01  RC-BRANCH-LINE.
001573     05  FILLER                   PIC X(07) VALUE 'BRANCH '.
001574     05  RC-BL-BRANCH-CODE        PIC X(03).
001575     05  FILLER                   PIC X(01) VALUE SPACE.
001576     05  RC-BL-BRANCH-NAME        PIC X(20).
001577     05  FILLER                   PIC X(10) VALUE ' CHECKED  '.
001578     05  RC-BL-CHECKED            PIC ZZZ,ZZ9.
001579     05  FILLER                   PIC X(05) VALUE ' OK  '.
001580     05  RC-BL-OK                 PIC ZZZ,ZZ9.
001581     05  FILLER                   PIC X(13) VALUE
001582         ' MISMATCHED  '.
001583     05  RC-BL-MISMATCH           PIC ZZZ,ZZ9.
001584
001585 01  RC-SIGN-OFF-LINE.
001586     05  FILLER                   PIC X(26) VALUE
001587         '  BRANCH MANAGER SIGN-OFF '.
001588     05  FILLER                   PIC X(30) VALUE
001589         '______________________________'.
001590     05  FILLER                   PIC X(07) VALUE '  DATE '.
001591     05  FILLER                   PIC X(10) VALUE '__________'.
001592
001593 PROCEDURE DIVISION.
001600 0000-MAIN-CONTROL.
001610     MOVE 'START' TO RC-RUN-FUNCTION-CODE
001620     CALL 'RUN-CONTROL' USING RC-RUN-FUNCTION-CODE
001730     END-CALL
001740
001750     PERFORM 1000-BUILD-POSTINGS-TABLE
001753     PERFORM 1500-LOAD-BRANCH-TABLE THRU
001756         1500-LOAD-BRANCH-TABLE-EXIT
001760
001770     PERFORM 2000-OPEN-FOR-COMPARE
001780     PERFORM 3000-COMPARE-ACCOUNT THRU 3000-COMPARE-ACCOUNT-EXIT
001790         UNTIL RC-DATA-EOF
001793     PERFORM 3500-WRITE-BRANCH-TOTALS THRU
001796         3500-WRITE-BRANCH-TOTALS-EXIT
001800     PERFORM 4000-CLOSE-FOR-COMPARE
001810
001820     MOVE 'DONE ' TO RC-RUN-FUNCTION-CODE
002650             WHEN 'REVDB   '
002660             WHEN 'REVTO   '
002670             WHEN 'REVFE   '
002672             WHEN 'REVTW   '
002675             WHEN 'INWARD  '
002676             WHEN 'LOANDISB'
002677             WHEN 'LOANADV '
002678             WHEN 'LOANINT '
002680             WHEN 'TRANSIN '
002690                 ADD AT-AMOUNT TO
002700                     RC-P-NET-AMOUNT (RC-POSTING-IDX)
002740             WHEN 'REVTI   '
002750             WHEN 'FEE     '
002760             WHEN 'PAYMENT '
002761             WHEN 'REVIW   '
002762             WHEN 'CHEQUE  '
002763             WHEN 'LOANPAY '
002764             WHEN 'LOANRCV '
002765             WHEN 'TAXWH   '
002766             WHEN 'ESCHEAT '
002770             WHEN 'TRANSOUT'
002780                 SUBTRACT AT-AMOUNT FROM
002790                     RC-P-NET-AMOUNT (RC-POSTING-IDX)
002990 1110-SEARCH-TABLE-EXIT.
003000     EXIT.
003010
003011*****************************************************************
003012* 1500-LOAD-BRANCH-TABLE asks BRANCH-PROGRAM for the head      *
003013* office and then for every branch in turn, giving each a slot *
003014* with nothing counted yet.                                    *
003015*****************************************************************
003016 1500-LOAD-BRANCH-TABLE.
003017     MOVE 'HOME ' TO RC-BR-FUNCTION-CODE
003018     CALL 'BRANCH-PROGRAM' USING RC-BR-FUNCTION-CODE RC-BRANCH-KEY
003019         RC-HEAD-OFFICE RC-BRANCH-NAME
003020     END-CALL
003021     MOVE SPACES TO RC-BRANCH-CODE
003022     PERFORM 1510-LOAD-ONE-BRANCH THRU
003023         1510-LOAD-ONE-BRANCH-EXIT
003024         UNTIL RC-BRANCH-EOF.
003025
003026 1500-LOAD-BRANCH-TABLE-EXIT.
003027     EXIT.
003028
003029*****************************************************************
003030* 1510-LOAD-ONE-BRANCH steps to the next branch and gives it a *
003031* slot.                                                        *
003032*****************************************************************
003033 1510-LOAD-ONE-BRANCH.
003034     MOVE 'NEXT ' TO RC-BR-FUNCTION-CODE
003035     CALL 'BRANCH-PROGRAM' USING RC-BR-FUNCTION-CODE RC-BRANCH-KEY
003036         RC-BRANCH-CODE RC-BRANCH-NAME RC-BR-STATUS-CODE
003037     END-CALL
003038     IF RC-BR-STATUS-CODE NOT = 'OK '
003039             OR RC-BRANCH-COUNT >= 10
003040         SET RC-BRANCH-EOF TO TRUE
003041         GO TO 1510-LOAD-ONE-BRANCH-EXIT
003042     END-IF
003043     ADD 1 TO RC-BRANCH-COUNT
003044     SET RC-BRANCH-IDX TO RC-BRANCH-COUNT
003045     MOVE RC-BRANCH-CODE TO RC-B-BRANCH-CODE (RC-BRANCH-IDX)
003046     MOVE RC-BRANCH-NAME TO RC-B-BRANCH-NAME (RC-BRANCH-IDX)
003047     MOVE ZERO TO RC-B-ACCOUNT-COUNT (RC-BRANCH-IDX)
003048     MOVE ZERO TO RC-B-MISMATCH-COUNT (RC-BRANCH-IDX).
003049
003050 1510-LOAD-ONE-BRANCH-EXIT.
003051     EXIT.
003052
003053*****************************************************************
003054* 2000-OPEN-FOR-COMPARE opens the old prior-balance file, the  *
003055* new one being written for tomorrow, the exception report,    *
003056* and the customer master for the accounts' branches, then     *
003057* positions to the first account on DATA-PROGRAM.  With no     *
003058* customer master every account counts at the head office.     *
003060*****************************************************************
003070 2000-OPEN-FOR-COMPARE.
003080     OPEN INPUT OLD-PRIOR-BALANCE-FILE
003150
003160     OPEN OUTPUT NEW-PRIOR-BALANCE-FILE
003170     OPEN OUTPUT RECON-REPORT-FILE
003171
003172     OPEN INPUT CUSTOMER-MASTER-FILE
003173     IF CM-FILE-STATUS = '00'
003174         SET RC-CUSTOMER-IS-OPEN TO TRUE
003175     ELSE
003176         DISPLAY 'RECONCILE-RUN: CUSTMST not available - '
003177             'every account counted at the head office.'
003178     END-IF
003180
003190     MOVE 'RECONCILIATION EXCEPTION REPORT' TO RECON-REPORT-LINE
003200     WRITE RECON-REPORT-LINE
003540* DATA-PROGRAM against its prior closing balance plus today's  *
003550* net postings, writes one report line, carries the account's  *
003560* closing balance forward to the new prior-balance file, and   *
003570* browses the next account.  The line and the branch counts    *
003575* carry the account's branch.                                  *
003580*****************************************************************
003590 3000-COMPARE-ACCOUNT.
003600     IF NOT RC-PRIOR-EOF AND PB-ACCOUNT-ID = AB-ACCOUNT-ID
003690     COMPUTE RC-EXPECTED-BALANCE =
003700         RC-PRIOR-BALANCE + RC-NET-POSTING
003710
003712     PERFORM 3200-FIND-ACCOUNT-BRANCH THRU
003714         3200-FIND-ACCOUNT-BRANCH-EXIT
003716     ADD 1 TO RC-B-ACCOUNT-COUNT (RC-BRANCH-IDX)
003720     MOVE AB-ACCOUNT-ID TO RC-D-ACCOUNT-ID
003728     MOVE RC-ACCOUNT-BRANCH TO RC-D-BRANCH
003730     MOVE RC-PRIOR-BALANCE TO RC-D-PRIOR
003740     MOVE RC-NET-POSTING TO RC-D-NET
003750     MOVE RC-EXPECTED-BALANCE TO RC-D-EXPECTED
003800     ELSE
003810         MOVE 'MISMATCH' TO RC-D-RESULT
003820         ADD 1 TO RC-MISMATCH-COUNT
003825         ADD 1 TO RC-B-MISMATCH-COUNT (RC-BRANCH-IDX)
003830     END-IF
003840
003850     WRITE RECON-REPORT-LINE FROM RC-DETAIL-LINE
004350 3110-SEARCH-NET-POSTING-EXIT.
004360     EXIT.
004370
004371*****************************************************************
004372* 3200-FIND-ACCOUNT-BRANCH reads the current account's branch  *
004373* off the customer master - the head office when it names none *
004374* or has no record - and leaves the index on its branch slot,  *
004375* adding one for a code that is no longer a branch.  A full    *
004376* table counts the account at the head office.                 *
004377*****************************************************************
004378 3200-FIND-ACCOUNT-BRANCH.
004379     MOVE SPACES TO RC-ACCOUNT-BRANCH
004380     IF RC-CUSTOMER-IS-OPEN
004381         MOVE AB-ACCOUNT-ID TO CM-ACCOUNT-ID
004382         READ CUSTOMER-MASTER-FILE
004383             INVALID KEY
004384                 MOVE SPACES TO CM-BRANCH-CODE
004385         END-READ
004386         MOVE CM-BRANCH-CODE TO RC-ACCOUNT-BRANCH
004387     END-IF
004388     IF RC-ACCOUNT-BRANCH = SPACES
004389         MOVE RC-HEAD-OFFICE TO RC-ACCOUNT-BRANCH
004390     END-IF
004391
004392     SET RC-ENTRY-FOUND-SW TO 'N'
004393     SET RC-BRANCH-IDX TO 1
004394     PERFORM 3210-MATCH-BRANCH-SLOT THRU
004395         3210-MATCH-BRANCH-SLOT-EXIT
004396         UNTIL RC-BRANCH-IDX > RC-BRANCH-COUNT
004397             OR RC-ENTRY-FOUND
004398     IF RC-ENTRY-FOUND
004399         GO TO 3200-FIND-ACCOUNT-BRANCH-EXIT
004400     END-IF
004401     IF RC-BRANCH-COUNT >= 10
004402         DISPLAY 'RECONCILE-RUN: more than 10 branch codes - '
004403             'account ' AB-ACCOUNT-ID ' counted at the head '
004404             'office.'
004405         SET RC-BRANCH-IDX TO 1
004406         GO TO 3200-FIND-ACCOUNT-BRANCH-EXIT
004407     END-IF
004408     ADD 1 TO RC-BRANCH-COUNT
004409     SET RC-BRANCH-IDX TO RC-BRANCH-COUNT
004410     MOVE RC-ACCOUNT-BRANCH TO RC-B-BRANCH-CODE (RC-BRANCH-IDX)
004411     MOVE SPACES TO RC-B-BRANCH-NAME (RC-BRANCH-IDX)
004412     MOVE ZERO TO RC-B-ACCOUNT-COUNT (RC-BRANCH-IDX)
004413     MOVE ZERO TO RC-B-MISMATCH-COUNT (RC-BRANCH-IDX).
004414
004415 3200-FIND-ACCOUNT-BRANCH-EXIT.
004416     EXIT.
004417
004418*****************************************************************
004419* 3210-MATCH-BRANCH-SLOT compares one branch slot against the  *
004420* account's branch.                                            *
004421*****************************************************************
004422 3210-MATCH-BRANCH-SLOT.
004423     IF RC-B-BRANCH-CODE (RC-BRANCH-IDX) = RC-ACCOUNT-BRANCH
004424         SET RC-ENTRY-FOUND-SW TO 'Y'
004425     ELSE
004426         SET RC-BRANCH-IDX UP BY 1
004427     END-IF.
004428
004429 3210-MATCH-BRANCH-SLOT-EXIT.
004430     EXIT.
004431
004432*****************************************************************
004433* 3500-WRITE-BRANCH-TOTALS closes the report with each branch's*
004434* accounts checked, reconciled OK and mismatched, each followed*
004435* by a line for the branch manager to sign off.                *
004436*****************************************************************
004437 3500-WRITE-BRANCH-TOTALS.
004438     MOVE SPACES TO RECON-REPORT-LINE
004439     WRITE RECON-REPORT-LINE
004440     MOVE 'TOTALS BY BRANCH' TO RECON-REPORT-LINE
004441     WRITE RECON-REPORT-LINE
004442     MOVE '================' TO RECON-REPORT-LINE
004443     WRITE RECON-REPORT-LINE
004444     MOVE SPACES TO RECON-REPORT-LINE
004445     WRITE RECON-REPORT-LINE
004446     SET RC-BRANCH-IDX TO 1
004447     PERFORM 3510-WRITE-BRANCH-LINE THRU
004448         3510-WRITE-BRANCH-LINE-EXIT
004449         UNTIL RC-BRANCH-IDX > RC-BRANCH-COUNT.
004450
004451 3500-WRITE-BRANCH-TOTALS-EXIT.
004452     EXIT.
004453
004454*****************************************************************
004455* 3510-WRITE-BRANCH-LINE writes one branch's counts and its    *
004456* sign-off line, then advances to the next branch.             *
004457*****************************************************************
004458 3510-WRITE-BRANCH-LINE.
004459     MOVE RC-B-BRANCH-CODE (RC-BRANCH-IDX) TO RC-BL-BRANCH-CODE
004460     MOVE RC-B-BRANCH-NAME (RC-BRANCH-IDX) TO RC-BL-BRANCH-NAME
004461     MOVE RC-B-ACCOUNT-COUNT (RC-BRANCH-IDX) TO RC-BL-CHECKED
004462     COMPUTE RC-BL-OK = RC-B-ACCOUNT-COUNT (RC-BRANCH-IDX)
004463         - RC-B-MISMATCH-COUNT (RC-BRANCH-IDX)
004464     MOVE RC-B-MISMATCH-COUNT (RC-BRANCH-IDX) TO RC-BL-MISMATCH
004465     WRITE RECON-REPORT-LINE FROM RC-BRANCH-LINE
004466     WRITE RECON-REPORT-LINE FROM RC-SIGN-OFF-LINE
004467     MOVE SPACES TO RECON-REPORT-LINE
004468     WRITE RECON-REPORT-LINE
004469     SET RC-BRANCH-IDX UP BY 1.
004470
004471 3510-WRITE-BRANCH-LINE-EXIT.
004472     EXIT.
004473
004474*****************************************************************
004475* 4000-CLOSE-FOR-COMPARE closes every file opened for the      *
004476* compare pass and tells DATA-PROGRAM to close its own file.   *
004477*****************************************************************
004478 4000-CLOSE-FOR-COMPARE.
004479     IF RC-PRIOR-IS-OPEN
004480         CLOSE OLD-PRIOR-BALANCE-FILE
004481         SET RC-PRIOR-OPEN-SW TO 'N'
004482     END-IF
004483     IF RC-CUSTOMER-IS-OPEN
004484         CLOSE CUSTOMER-MASTER-FILE
004485         SET RC-CUSTOMER-OPEN-SW TO 'N'
004486     END-IF
004487     CLOSE NEW-PRIOR-BALANCE-FILE
004488     CLOSE RECON-REPORT-FILE
004490
004500     MOVE 'CLOSE' TO RC-FUNCTION-CODE
004510     CALL 'DATA-PROGRAM' USING RC-FUNCTION-CODE AB-ACCOUNT-ID
