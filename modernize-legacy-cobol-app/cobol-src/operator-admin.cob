000180*                  MAIN-PROGRAM's three-strike PIN lockout,     *
000190*                  can be put back in service under supervisor  *
000200*                  control.                                     *
000201* 10/15/2026  RLM  Added each operator's posting limits - the   *
000202*                  largest single DEBIT, PAYMENT, or TRANSFER   *
000203*                  they may post alone and their daily cash-out *
000204*                  cap - taken when an operator is added and    *
000205*                  changed by a new set-limits action, audited  *
000206*                  as SETLIMIT.  List moves to 7, Exit to 8.    *
000207* 10/15/2026  RLM  Audit entries are stamped with their         *
000208*                  chained check value by AUDIT-CHAIN just      *
000209*                  before they are appended to the trail.       *
000210* 10/15/2026  RLM  Added each operator's branch, taken when an  *
000211*                  operator is added - blank for the head       *
000212*                  office - and changed by a new set-branch     *
000213*                  action, audited as SETBRNCH.  Every entry    *
000214*                  this program writes is keyed at the signed-  *
000215*                  on supervisor's branch.  List moves to 8,    *
000216*                  Exit to 9.                                   *
000217* 10/15/2026  RLM  The currency and branch blocks are cleared   *
000218*                  before each audit entry is stamped.          *
000219*****************************************************************
000220*
000230*****************************************************************
000240* OPERATOR-ADMIN is the supervisor-only operator-maintenance   *
000260* supervisor must sign on with their own ID and PIN before     *
000270* anything else; the file is then held in memory while the     *
000280* supervisor adds an operator, disables one who has left,      *
000290* changes a PIN, grants or revokes the supervisor flag, or     *
000295* moves an operator to another branch,                         *
000300* and is rewritten on exit.  PINs are stored in their          *
000310* PIN-SCRAMBLE form, never readable, and every credential      *
000320* change is recorded on the audit trail as an OPADMIN entry    *
000700         88  OD-ENTRY-FOUND                VALUE 'Y'.
000710     05  OD-FILE-CHANGED-SW      PIC X(01) VALUE 'N'.
000720         88  OD-FILE-CHANGED               VALUE 'Y'.
000723     05  OD-BRANCH-VALID-SW      PIC X(01) VALUE 'N'.
000726         88  OD-BRANCH-IS-VALID            VALUE 'Y'.
000730     05  AT-SEQUENCE-INIT-SW     PIC X(01) VALUE 'N'.
000740         88  AT-SEQUENCE-IS-INITIALIZED    VALUE 'Y'.
000750     05  AT-SEQUENCE-EOF-SW      PIC X(01) VALUE 'N'.
000840 01  OD-FLAG-ANSWER              PIC X(01) VALUE SPACE.
000850 01  OD-AUDIT-ACTION             PIC X(08) VALUE SPACES.
000860 01  OD-CONVERTED-COUNT          PIC 9(03) VALUE ZERO.
000862 01  OD-NEW-MAX-SINGLE           PIC 9(9)V99 VALUE ZERO.
000864 01  OD-NEW-DAILY-CAP            PIC 9(9)V99 VALUE ZERO.
000866 01  OD-SHOW-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
000870 01  OD-BD-FUNCTION-CODE         PIC X(05).
000872 01  OD-CHAIN-FUNCTION-CODE      PIC X(05).
000874 01  OD-SIGNON-BRANCH            PIC X(03) VALUE SPACES.
000875 01  OD-NEW-BRANCH               PIC X(03) VALUE SPACES.
000876 01  OD-BRANCH-NAME              PIC X(20) VALUE SPACES.
000877 01  OD-BRANCH-KEY               PIC X(10) VALUE SPACES.
000878 01  OD-BR-FUNCTION-CODE         PIC X(05).
000879 01  OD-BR-STATUS-CODE           PIC X(03).
000880
000890 01  AT-RUN-SEQUENCE-NO          PIC 9(06) VALUE ZERO.
000900 01  AT-TODAY-DATE               PIC 9(08) VALUE ZERO.
001060                 ==OR-STATUS-FLAG==      BY ==OD-T-STATUS-FLAG==
001070                 ==OR-IS-ENABLED==       BY ==OD-T-IS-ENABLED==
001080                 ==OR-IS-DISABLED==      BY ==OD-T-IS-DISABLED==
001090                 ==OR-IS-LOCKED==        BY ==OD-T-IS-LOCKED==
001093                 ==OR-MAX-SINGLE-AMOUNT== BY ==OD-T-MAX-SINGLE==
001096                 ==OR-DAILY-CASH-CAP==   BY ==OD-T-DAILY-CAP==
001098                 ==OR-BRANCH-CODE==      BY ==OD-T-BRANCH-CODE==.
001100 01  OD-OPERATOR-COUNT           PIC 9(03) VALUE ZERO.
001110
001120 PROCEDURE DIVISION.
001550
001560*****************************************************************
001570* 1100-READ-OPERATOR-RECORD reads one operator record into the *
001580* next free table slot.  Posting limits left blank on a        *
001585* record written before they existed are taken as zero, and a  *
001587* blank branch as the head office.                             *
001590*****************************************************************
001600 1100-READ-OPERATOR-RECORD.
001610     READ OPERATOR-FILE
001720                 SET OD-OPERATOR-IDX TO OD-OPERATOR-COUNT
001730                 MOVE OPERATOR-FILE-RECORD TO
001740                     OD-OPERATOR-ENTRY (OD-OPERATOR-IDX)
001741                 IF OD-T-MAX-SINGLE (OD-OPERATOR-IDX) NOT NUMERIC
001742                     MOVE ZERO TO
001743                         OD-T-MAX-SINGLE (OD-OPERATOR-IDX)
001744                 END-IF
001745                 IF OD-T-DAILY-CAP (OD-OPERATOR-IDX) NOT NUMERIC
001746                     MOVE ZERO TO OD-T-DAILY-CAP (OD-OPERATOR-IDX)
001747                 END-IF
001748                 IF OD-T-BRANCH-CODE (OD-OPERATOR-IDX) = SPACES
001749                     MOVE 'HOME ' TO OD-BR-FUNCTION-CODE
001750                     CALL 'BRANCH-PROGRAM' USING
001751                         OD-BR-FUNCTION-CODE OD-BRANCH-KEY
001752                         OD-T-BRANCH-CODE (OD-OPERATOR-IDX)
001753                         OD-BRANCH-NAME
001754                     END-CALL
001755                 END-IF
001756             END-IF
001760     END-READ.
001770
001780 1100-READ-OPERATOR-RECORD-EXIT.
001820* 1500-VALIDATE-SIGNON requires an enabled supervisor's ID and *
001830* PIN before any maintenance is allowed.  On a bootstrap run   *
001840* with no operator file at all, sign-on is accepted so the     *
001850* first supervisor record can be cut.  The supervisor's branch *
001855* is kept for the audit entries the run writes.                *
001860*****************************************************************
001870 1500-VALIDATE-SIGNON.
001880     IF OD-OPERATOR-COUNT = ZERO
002170                 END-IF
002180             END-IF
002190         END-IF
002192     END-IF
002194     IF OD-SIGNON-IS-VALID
002196         MOVE OD-T-BRANCH-CODE (OD-OPERATOR-IDX) TO
002198             OD-SIGNON-BRANCH
002200     END-IF.
002210
002220 1500-VALIDATE-SIGNON-EXIT.
002810     DISPLAY '3. Change Operator PIN'
002820     DISPLAY '4. Set Supervisor Flag'
002830     DISPLAY '5. Enable Operator'
002840     DISPLAY '6. Set Posting Limits'
002850     DISPLAY '7. Set Operator Branch'
002852     DISPLAY '8. List Operators'
002855     DISPLAY '9. Exit'
002860     DISPLAY '--------------------------------'
002870     DISPLAY 'Enter your choice (1-9): '
002880     ACCEPT OD-USER-CHOICE
002890     EVALUATE OD-USER-CHOICE
002900         WHEN 1
003030             PERFORM 6500-ENABLE-OPERATOR THRU
003040                 6500-ENABLE-OPERATOR-EXIT
003050         WHEN 6
003052             PERFORM 6700-SET-POSTING-LIMITS THRU
003054                 6700-SET-POSTING-LIMITS-EXIT
003056         WHEN 7
003057             PERFORM 6800-SET-OPERATOR-BRANCH THRU
003058                 6800-SET-OPERATOR-BRANCH-EXIT
003059         WHEN 8
003060             PERFORM 7000-LIST-OPERATORS
003070         WHEN 9
003080             MOVE 'NO ' TO OD-CONTINUE-FLAG
003090         WHEN OTHER
003100             DISPLAY 'Invalid choice, please select 1-9.'
003110     END-EVALUATE.
003120
003130 2000-MENU-LOOP-EXIT.
003140     EXIT.
003150
003160*****************************************************************
003170* 3000-ADD-OPERATOR adds one operator with a scrambled PIN,    *
003175* their posting limits, and their branch.                      *
003180*****************************************************************
003190 3000-ADD-OPERATOR.
003200     IF OD-OPERATOR-COUNT >= 50
003420     END-IF
003430     DISPLAY 'Supervisor authority (Y/N): '
003440     ACCEPT OD-FLAG-ANSWER
003445     PERFORM 6750-ACCEPT-POSTING-LIMITS
003446     PERFORM 6850-ACCEPT-BRANCH THRU 6850-ACCEPT-BRANCH-EXIT
003447     IF NOT OD-BRANCH-IS-VALID
003448         GO TO 3000-ADD-OPERATOR-EXIT
003449     END-IF
003450
003460     ADD 1 TO OD-OPERATOR-COUNT
003470     SET OD-OPERATOR-IDX TO OD-OPERATOR-COUNT
003550         MOVE 'S' TO OD-T-SUP-FLAG (OD-OPERATOR-IDX)
003560     END-IF
003570     MOVE 'A' TO OD-T-STATUS-FLAG (OD-OPERATOR-IDX)
003573     MOVE OD-NEW-MAX-SINGLE TO OD-T-MAX-SINGLE (OD-OPERATOR-IDX)
003576     MOVE OD-NEW-DAILY-CAP TO OD-T-DAILY-CAP (OD-OPERATOR-IDX)
003578     MOVE OD-NEW-BRANCH TO OD-T-BRANCH-CODE (OD-OPERATOR-IDX)
003580     SET OD-FILE-CHANGED TO TRUE
003590     MOVE 'ADDOPER ' TO OD-AUDIT-ACTION
003600     PERFORM 9000-WRITE-ADMIN-AUDIT
004750     PERFORM 9000-WRITE-ADMIN-AUDIT
004760     DISPLAY 'Operator ' OD-TARGET-ID ' enabled.'.
004770
004771 6500-ENABLE-OPERATOR-EXIT.
004772     EXIT.
004773
004774*****************************************************************
004775* 6700-SET-POSTING-LIMITS changes an operator's single-posting *
004776* authority and daily cash-out cap.  OPERATIONS asks for a     *
004777* supervisor on any DEBIT, PAYMENT, or TRANSFER beyond either; *
004778* zero leaves the operator held only to the large-debit limit. *
004779*****************************************************************
004780 6700-SET-POSTING-LIMITS.
004781     DISPLAY 'Enter operator ID: '
004782     ACCEPT OD-TARGET-ID
004783     PERFORM 7100-FIND-OPERATOR-ENTRY THRU
004784         7100-FIND-OPERATOR-ENTRY-EXIT
004785     IF NOT OD-ENTRY-FOUND
004786         DISPLAY 'Operator ' OD-TARGET-ID ' is not on file.'
004787         GO TO 6700-SET-POSTING-LIMITS-EXIT
004788     END-IF
004789     MOVE OD-T-MAX-SINGLE (OD-OPERATOR-IDX) TO OD-SHOW-AMOUNT
004790     DISPLAY 'Current single-posting authority: ' OD-SHOW-AMOUNT
004791     MOVE OD-T-DAILY-CAP (OD-OPERATOR-IDX) TO OD-SHOW-AMOUNT
004792     DISPLAY 'Current daily cash-out cap:       ' OD-SHOW-AMOUNT
004793     PERFORM 6750-ACCEPT-POSTING-LIMITS
004794     MOVE OD-NEW-MAX-SINGLE TO OD-T-MAX-SINGLE (OD-OPERATOR-IDX)
004795     MOVE OD-NEW-DAILY-CAP TO OD-T-DAILY-CAP (OD-OPERATOR-IDX)
004796     SET OD-FILE-CHANGED TO TRUE
004797     MOVE 'SETLIMIT' TO OD-AUDIT-ACTION
004798     PERFORM 9000-WRITE-ADMIN-AUDIT
004799     DISPLAY 'Operator ' OD-TARGET-ID ' updated.'.
004800
004801 6700-SET-POSTING-LIMITS-EXIT.
004802     EXIT.
004803
004804*****************************************************************
004805* 6750-ACCEPT-POSTING-LIMITS reads the two posting limits for  *
004806* the operator being added or changed.                         *
004807*****************************************************************
004808 6750-ACCEPT-POSTING-LIMITS.
004809     DISPLAY 'Single-posting authority (0 = no limit): '
004810     ACCEPT OD-NEW-MAX-SINGLE
004811     DISPLAY 'Daily cash-out cap (0 = no limit): '
004812     ACCEPT OD-NEW-DAILY-CAP.
004813
004814 6750-ACCEPT-POSTING-LIMITS-EXIT.
004815     EXIT.
004816
004817*****************************************************************
004818* 6800-SET-OPERATOR-BRANCH moves an operator to another        *
004819* branch.  From then on their postings are keyed at the new    *
004820* branch and their drawer settles to its vault.                *
004821*****************************************************************
004822 6800-SET-OPERATOR-BRANCH.
004823     DISPLAY 'Enter operator ID: '
004824     ACCEPT OD-TARGET-ID
004825     PERFORM 7100-FIND-OPERATOR-ENTRY THRU
004826         7100-FIND-OPERATOR-ENTRY-EXIT
004827     IF NOT OD-ENTRY-FOUND
004828         DISPLAY 'Operator ' OD-TARGET-ID ' is not on file.'
004829         GO TO 6800-SET-OPERATOR-BRANCH-EXIT
004830     END-IF
004831     DISPLAY 'Current branch: ' OD-T-BRANCH-CODE (OD-OPERATOR-IDX)
004832     PERFORM 6850-ACCEPT-BRANCH THRU 6850-ACCEPT-BRANCH-EXIT
004833     IF NOT OD-BRANCH-IS-VALID
004834         GO TO 6800-SET-OPERATOR-BRANCH-EXIT
004835     END-IF
004836     IF OD-NEW-BRANCH = OD-T-BRANCH-CODE (OD-OPERATOR-IDX)
004837         DISPLAY 'Operator ' OD-TARGET-ID ' is already at branch '
004838             OD-NEW-BRANCH '.'
004839         GO TO 6800-SET-OPERATOR-BRANCH-EXIT
004840     END-IF
004841     MOVE OD-NEW-BRANCH TO OD-T-BRANCH-CODE (OD-OPERATOR-IDX)
004842     SET OD-FILE-CHANGED TO TRUE
004843     MOVE 'SETBRNCH' TO OD-AUDIT-ACTION
004844     PERFORM 9000-WRITE-ADMIN-AUDIT
004845     DISPLAY 'Operator ' OD-TARGET-ID ' moved to branch '
004846         OD-NEW-BRANCH ' ' OD-BRANCH-NAME '.'.
004847
004848 6800-SET-OPERATOR-BRANCH-EXIT.
004849     EXIT.
004850
004851*****************************************************************
004852* 6850-ACCEPT-BRANCH reads the branch for the operator being   *
004853* added or moved.  Blank is the head office; a code            *
004854* BRANCH-PROGRAM does not know is refused.                     *
004855*****************************************************************
004856 6850-ACCEPT-BRANCH.
004857     MOVE 'N' TO OD-BRANCH-VALID-SW
004858     DISPLAY 'Branch code (blank for head office): '
004859     ACCEPT OD-NEW-BRANCH
004860     IF OD-NEW-BRANCH = SPACES
004861         MOVE 'HOME ' TO OD-BR-FUNCTION-CODE
004862     ELSE
004863         MOVE 'CHECK' TO OD-BR-FUNCTION-CODE
004864     END-IF
004865     CALL 'BRANCH-PROGRAM' USING OD-BR-FUNCTION-CODE OD-BRANCH-KEY
004866         OD-NEW-BRANCH OD-BRANCH-NAME OD-BR-STATUS-CODE
004867     END-CALL
004868     IF OD-BR-STATUS-CODE = 'OK '
004869         SET OD-BRANCH-IS-VALID TO TRUE
004870     ELSE
004871         DISPLAY 'Branch ' OD-NEW-BRANCH ' is not a branch of '
004872             'the bank. Entry rejected.'
004873     END-IF.
004874
004875 6850-ACCEPT-BRANCH-EXIT.
004876     EXIT.
004877
004878*****************************************************************
004879* 7000-LIST-OPERATORS displays every operator's ID, flags,     *
004880* status, branch, and posting limits - never a PIN, scrambled  *
004881* or otherwise.                                                *
004882*****************************************************************
004883 7000-LIST-OPERATORS.
004884     IF OD-OPERATOR-COUNT = ZERO
004885         DISPLAY 'No operators on file.'
004886     ELSE
004890         SET OD-OPERATOR-IDX TO 1
004900         PERFORM 7010-DISPLAY-OPERATOR-ENTRY THRU
004910             7010-DISPLAY-OPERATOR-ENTRY-EXIT
005030     DISPLAY 'Operator ' OD-T-OPERATOR-ID (OD-OPERATOR-IDX)
005040         ' supervisor ' OD-T-SUP-FLAG (OD-OPERATOR-IDX)
005050         ' status ' OD-T-STATUS-FLAG (OD-OPERATOR-IDX)
005051         ' branch ' OD-T-BRANCH-CODE (OD-OPERATOR-IDX)
005052     MOVE OD-T-MAX-SINGLE (OD-OPERATOR-IDX) TO OD-SHOW-AMOUNT
005054     DISPLAY '    single-posting authority ' OD-SHOW-AMOUNT
005056     MOVE OD-T-DAILY-CAP (OD-OPERATOR-IDX) TO OD-SHOW-AMOUNT
005058     DISPLAY '    daily cash-out cap       ' OD-SHOW-AMOUNT
005060     SET OD-OPERATOR-IDX UP BY 1.
005070
005080 7010-DISPLAY-OPERATOR-ENTRY-EXIT.
005670*****************************************************************
005680* 9000-WRITE-ADMIN-AUDIT appends one audit entry for the       *
005690* credential change just made: the action code (ADDOPER,      *
005700* DISABLE, REPIN, SETSUPV, SETLIMIT, SETBRNCH) is carried as   *
005710* the operation code, the operator changed in the operator     *
005720* field, and the supervisor who made the change in the         *
005725* supervisor field, keyed at the supervisor's branch.          *
005730* The sequence number continues from                           *
005740* the highest already on file for today, the same way          *
005750* OPERATIONS numbers its postings.                             *
005900     MOVE OD-TARGET-ID TO AT-OPERATOR-ID
005910     MOVE ZERO TO AT-ORIG-DATE
005920     MOVE ZERO TO AT-ORIG-SEQ
005921     MOVE SPACES TO AT-CURRENCY-BLOCK AT-BRANCH-BLOCK
005922     MOVE OD-SIGNON-BRANCH TO AT-BRANCH-CODE
005923     MOVE 'STAMP' TO OD-CHAIN-FUNCTION-CODE
005924     CALL 'AUDIT-CHAIN' USING OD-CHAIN-FUNCTION-CODE
005926         AUDIT-TRAIL-RECORD
005928     END-CALL
005930
005940     OPEN EXTEND AUDIT-TRAIL-FILE
005950     IF NOT AT-FILE-STATUS = '00' AND NOT AT-FILE-STATUS = '05'
