000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDIT-CHAIN.
000030 AUTHOR. DATA PROCESSING DEPT.
000040 INSTALLATION. FIRST COMMERCIAL BANK.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 10/15/2026  RLM  Original version.                           *
000101* 10/15/2026  RLM  Trailing spaces are left out of the check   *
000102*                  value, so an entry written before the       *
000103*                  currency block was added - read back        *
000104*                  padded to the longer record - still         *
000105*                  proves, and a home-currency entry           *
000106*                  hashes exactly as it would have before.     *
000107* 10/15/2026  RLM  STAMP fills in the branch block where the   *
000108*                  writer left it blank, off BRANCH-PROGRAM,   *
000109*                  before the check value is computed.         *
000110*****************************************************************
000120*
000130*****************************************************************
000140* AUDIT-CHAIN computes the chained check value carried on      *
000150* every audit entry.  Each program that appends to the audit   *
000160* trail calls it with function STAMP just before the WRITE,    *
000170* after every other field of the entry is filled in:           *
000180*                                                               *
000190*   STAMP  finds the check value of the last entry already on  *
000200*          the live trail - or, when the live trail is empty,  *
000210*          on the archive - moves it to AT-PREV-CHECK-VALUE,   *
000220*          and computes AT-CHECK-VALUE for the entry.  An      *
000230*          entry with nothing chained before it links to zero. *
000232*          Before that it fills in the branch the entry was    *
000234*          keyed at and the account's branch, where the writer *
000236*          left them blank (see 1050-FILL-BRANCHES).           *
000240*   CHECK  recomputes the check value of an entry read back    *
000250*          off either file and returns it in the third         *
000260*          argument, leaving the entry as it was.  AUDIT-VERIFY *
000270*          compares it against the value the entry carries.    *
000280*                                                               *
000290* The check value is a running remainder over every character  *
000300* of the entry, its own check value zeroed and the previous    *
000310* entry's value included, so changing any character of an      *
000320* entry, or the order of entries, changes every value after    *
000330* it.  Like PIN-SCRAMBLE this is a check, not an encryption -  *
000340* it makes tampering evident, it does not make it impossible.  *
000350* The last entry is found afresh on every STAMP because        *
000360* OPERATIONS, the maintenance programs, and MAIN-PROGRAM all    *
000370* append to the same trail during the day.                     *
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS CT-FILE-STATUS.
000450
000460     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDITARC"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS CA-FILE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  AUDIT-TRAIL-FILE.
000530 01  AUDIT-TRAIL-RECORD.
000540     COPY AUDITREC
000550         REPLACING ==AT-SEQUENCE-NO==   BY ==CT-SEQUENCE-NO==
000560                   ==AT-TRAN-DATE==     BY ==CT-TRAN-DATE==
000570                   ==AT-TRAN-TIME==     BY ==CT-TRAN-TIME==
000580                   ==AT-ACCOUNT-ID==    BY ==CT-ACCOUNT-ID==
000590                   ==AT-OPERATION-CODE== BY ==CT-OPERATION-CODE==
000600                   ==AT-AMOUNT==        BY ==CT-AMOUNT==
000610                   ==AT-RESULTING-BALANCE==
000620                       BY ==CT-RESULTING-BALANCE==
000630                   ==AT-OVERDRAWN-FLAG== BY ==CT-OVERDRAWN-FLAG==
000640                   ==AT-SUPERVISOR-ID== BY ==CT-SUPERVISOR-ID==
000650                   ==AT-OPERATOR-ID==   BY ==CT-OPERATOR-ID==
000660                   ==AT-ORIG-DATE==     BY ==CT-ORIG-DATE==
000670                   ==AT-ORIG-SEQ==      BY ==CT-ORIG-SEQ==
000680                   ==AT-PREV-CHECK-VALUE==
000690                       BY ==CT-PREV-CHECK-VALUE==
000700                   ==AT-CHECK-VALUE==   BY ==CT-CHECK-VALUE==
000702                   ==AT-BRANCH-CODE==   BY ==CT-BRANCH-CODE==
000704                   ==AT-ACCOUNT-BRANCH==
000706                       BY ==CT-ACCOUNT-BRANCH==.
000710
000720 FD  AUDIT-ARCHIVE-FILE.
000730 01  AUDIT-ARCHIVE-RECORD.
000740     COPY AUDITREC
000750         REPLACING ==AT-SEQUENCE-NO==   BY ==CA-SEQUENCE-NO==
000760                   ==AT-TRAN-DATE==     BY ==CA-TRAN-DATE==
000770                   ==AT-TRAN-TIME==     BY ==CA-TRAN-TIME==
000780                   ==AT-ACCOUNT-ID==    BY ==CA-ACCOUNT-ID==
000790                   ==AT-OPERATION-CODE== BY ==CA-OPERATION-CODE==
000800                   ==AT-AMOUNT==        BY ==CA-AMOUNT==
000810                   ==AT-RESULTING-BALANCE==
000820                       BY ==CA-RESULTING-BALANCE==
000830                   ==AT-OVERDRAWN-FLAG== BY ==CA-OVERDRAWN-FLAG==
000840                   ==AT-SUPERVISOR-ID== BY ==CA-SUPERVISOR-ID==
000850                   ==AT-OPERATOR-ID==   BY ==CA-OPERATOR-ID==
000860                   ==AT-ORIG-DATE==     BY ==CA-ORIG-DATE==
000870                   ==AT-ORIG-SEQ==      BY ==CA-ORIG-SEQ==
000880                   ==AT-PREV-CHECK-VALUE==
000890                       BY ==CA-PREV-CHECK-VALUE==
000900                   ==AT-CHECK-VALUE==   BY ==CA-CHECK-VALUE==
000902                   ==AT-BRANCH-CODE==   BY ==CA-BRANCH-CODE==
000904                   ==AT-ACCOUNT-BRANCH==
000906                       BY ==CA-ACCOUNT-BRANCH==.
000910
000920 WORKING-STORAGE SECTION.
000930 01  CT-FILE-STATUS              PIC X(02) VALUE '00'.
000940 01  CA-FILE-STATUS              PIC X(02) VALUE '00'.
000950
000960 01  CN-SWITCHES.
000970     05  CN-TRAIL-EOF-SW         PIC X(01) VALUE 'N'.
000980         88  CN-TRAIL-EOF                 VALUE 'Y'.
000990     05  CN-ARCHIVE-EOF-SW       PIC X(01) VALUE 'N'.
001000         88  CN-ARCHIVE-EOF               VALUE 'Y'.
001010     05  CN-ENTRY-FOUND-SW       PIC X(01) VALUE 'N'.
001020         88  CN-ENTRY-FOUND               VALUE 'Y'.
001030
001040*****************************************************************
001050* The remainder is taken modulo a prime just under a billion,  *
001060* so a check value always fits AT-CHECK-VALUE's nine digits.   *
001070*****************************************************************
001080 01  CN-CONSTANTS.
001090     05  CN-MODULUS              PIC 9(09) COMP
001100                                 VALUE 999999937.
001110     05  CN-MULTIPLIER           PIC 9(02) COMP VALUE 31.
001120
001130 01  CN-LAST-CHECK-VALUE         PIC 9(09) VALUE ZERO.
001140 01  CN-SAVED-CHECK-VALUE        PIC X(09).
001150 01  CN-RUNNING-VALUE            PIC 9(09) COMP VALUE ZERO.
001160 01  CN-PRODUCT                  PIC 9(12) COMP VALUE ZERO.
001170 01  CN-QUOTIENT                 PIC 9(12) COMP VALUE ZERO.
001180 01  CN-CHAR-INDEX               PIC 9(04) COMP VALUE ZERO.
001190 01  CN-ENTRY-LENGTH             PIC 9(04) COMP VALUE ZERO.
001191
001192 01  CN-BR-FUNCTION-CODE         PIC X(05).
001193 01  CN-BRANCH-KEY               PIC X(10).
001194 01  CN-BRANCH-CODE              PIC X(03).
001195 01  CN-BRANCH-NAME              PIC X(20).
001196 01  CN-BRANCH-STATUS            PIC X(03).
001200
001210*****************************************************************
001220* One character of the entry is dropped into the low-order     *
001230* byte of a halfword so it can be added as a number.           *
001240*****************************************************************
001250 01  CN-CHAR-HALFWORD.
001260     05  CN-CHAR-HIGH            PIC X(01) VALUE LOW-VALUE.
001270     05  CN-CHAR-LOW             PIC X(01) VALUE LOW-VALUE.
001280 01  CN-CHAR-VALUE REDEFINES CN-CHAR-HALFWORD
001290                                 PIC 9(04) COMP.
001300
001310 LINKAGE SECTION.
001320 01  CN-FUNCTION-CODE            PIC X(05).
001330 01  CN-AUDIT-ENTRY.
001340     COPY AUDITREC.
001350 01  CN-CHECK-VALUE-OUT          PIC 9(09).
001360
001370 PROCEDURE DIVISION USING CN-FUNCTION-CODE CN-AUDIT-ENTRY
001380         OPTIONAL CN-CHECK-VALUE-OUT.
001390 0000-MAIN-CONTROL.
001400     MOVE LENGTH OF CN-AUDIT-ENTRY TO CN-ENTRY-LENGTH
001410     EVALUATE CN-FUNCTION-CODE
001420         WHEN 'STAMP'
001430             PERFORM 1000-STAMP-ENTRY THRU 1000-STAMP-ENTRY-EXIT
001440         WHEN 'CHECK'
001450             PERFORM 2000-CHECK-ENTRY THRU 2000-CHECK-ENTRY-EXIT
001460         WHEN OTHER
001470             DISPLAY 'AUDIT-CHAIN: INVALID FUNCTION CODE - '
001480                 CN-FUNCTION-CODE
001490     END-EVALUATE
001500     GOBACK.
001510
001520*****************************************************************
001530* 1000-STAMP-ENTRY links the entry to the last one on file and *
001540* computes its own check value.  Stray low-values in the       *
001550* entry's fillers are made spaces first, so the entry hashes   *
001560* the same once it has been written and read back.             *
001570*****************************************************************
001580 1000-STAMP-ENTRY.
001590     INSPECT CN-AUDIT-ENTRY REPLACING ALL LOW-VALUE BY SPACE
001595     PERFORM 1050-FILL-BRANCHES THRU 1050-FILL-BRANCHES-EXIT
001600     PERFORM 1100-FIND-LAST-CHECK-VALUE THRU
001610         1100-FIND-LAST-CHECK-VALUE-EXIT
001620     MOVE CN-LAST-CHECK-VALUE TO AT-PREV-CHECK-VALUE
001630     MOVE ZERO TO AT-CHECK-VALUE
001640     PERFORM 3000-COMPUTE-CHECK-VALUE THRU
001650         3000-COMPUTE-CHECK-VALUE-EXIT
001660     MOVE CN-RUNNING-VALUE TO AT-CHECK-VALUE.
001661
001662 1000-STAMP-ENTRY-EXIT.
001663     EXIT.
001664
001665*****************************************************************
001666* 1050-FILL-BRANCHES fills in whichever branch codes the       *
001667* writer left blank.  The branch keyed at is the operator's    *
001668* branch off OPERPIN.  The account's branch is read off the    *
001669* customer master; a writer that holds the customer record, or *
001670* moves the account between branches, fills it in itself.  An  *
001671* entry with no account, or whose account has no customer      *
001672* record, belongs to the branch it was keyed at, and a batch   *
001673* job's ID - not on OPERPIN - keys at the account's branch.    *
001674* When neither can be found the entry belongs to the head      *
001675* office.                                                      *
001676*****************************************************************
001677 1050-FILL-BRANCHES.
001678     IF AT-BRANCH-CODE = SPACES
001679         MOVE 'OPER ' TO CN-BR-FUNCTION-CODE
001680         MOVE AT-OPERATOR-ID TO CN-BRANCH-KEY
001689         CALL 'BRANCH-PROGRAM' USING CN-BR-FUNCTION-CODE
001690             CN-BRANCH-KEY CN-BRANCH-CODE CN-BRANCH-NAME
001691             CN-BRANCH-STATUS
001692         END-CALL
001693         IF CN-BRANCH-STATUS = 'OK '
001694             MOVE CN-BRANCH-CODE TO AT-BRANCH-CODE
001695         END-IF
001696     END-IF
001697     IF AT-ACCOUNT-BRANCH = SPACES
001698         IF AT-ACCOUNT-ID NUMERIC AND AT-ACCOUNT-ID > ZERO
001699             MOVE 'ACCT ' TO CN-BR-FUNCTION-CODE
001700             MOVE AT-ACCOUNT-ID TO CN-BRANCH-KEY
001701             CALL 'BRANCH-PROGRAM' USING CN-BR-FUNCTION-CODE
001702                 CN-BRANCH-KEY CN-BRANCH-CODE CN-BRANCH-NAME
001703                 CN-BRANCH-STATUS
001704             END-CALL
001705             IF CN-BRANCH-STATUS = 'OK '
001706                 MOVE CN-BRANCH-CODE TO AT-ACCOUNT-BRANCH
001707             END-IF
001708         END-IF
001709     END-IF
001710     IF AT-ACCOUNT-BRANCH = SPACES
001711         MOVE AT-BRANCH-CODE TO AT-ACCOUNT-BRANCH
001712     END-IF
001713     IF AT-BRANCH-CODE = SPACES
001714         MOVE AT-ACCOUNT-BRANCH TO AT-BRANCH-CODE
001715     END-IF
001716     IF AT-BRANCH-CODE = SPACES
001717         MOVE 'HOME ' TO CN-BR-FUNCTION-CODE
001718         CALL 'BRANCH-PROGRAM' USING CN-BR-FUNCTION-CODE
001719             CN-BRANCH-KEY CN-BRANCH-CODE CN-BRANCH-NAME
001720         END-CALL
001721         MOVE CN-BRANCH-CODE TO AT-BRANCH-CODE
001722         MOVE CN-BRANCH-CODE TO AT-ACCOUNT-BRANCH
001723     END-IF.
001724
001725 1050-FILL-BRANCHES-EXIT.
001726     EXIT.
001727
001728*****************************************************************
001729* 1100-FIND-LAST-CHECK-VALUE reads the live trail to its end   *
001730* and keeps the last entry's check value.  Only when the live  *
001740* trail holds no entry at all - the first posting after a day  *
001750* with none - is the archive read for its last entry instead.  *
001760* A last entry from before the chain began links to zero.      *
001770*****************************************************************
001780 1100-FIND-LAST-CHECK-VALUE.
001790     MOVE ZERO TO CN-LAST-CHECK-VALUE
001800     MOVE 'N' TO CN-ENTRY-FOUND-SW
001810     MOVE 'N' TO CN-TRAIL-EOF-SW
001820     OPEN INPUT AUDIT-TRAIL-FILE
001830     IF CT-FILE-STATUS = '00'
001840         PERFORM 1110-READ-TRAIL-ENTRY THRU
001850             1110-READ-TRAIL-ENTRY-EXIT
001860             UNTIL CN-TRAIL-EOF
001870         CLOSE AUDIT-TRAIL-FILE
001880     END-IF
001890     IF CN-ENTRY-FOUND
001900         GO TO 1100-FIND-LAST-CHECK-VALUE-EXIT
001910     END-IF
001920
001930     MOVE 'N' TO CN-ARCHIVE-EOF-SW
001940     OPEN INPUT AUDIT-ARCHIVE-FILE
001950     IF CA-FILE-STATUS = '00'
001960         PERFORM 1120-READ-ARCHIVE-ENTRY THRU
001970             1120-READ-ARCHIVE-ENTRY-EXIT
001980             UNTIL CN-ARCHIVE-EOF
001990         CLOSE AUDIT-ARCHIVE-FILE
002000     END-IF.
002010
002020 1100-FIND-LAST-CHECK-VALUE-EXIT.
002030     EXIT.
002040
002050*****************************************************************
002060* 1110-READ-TRAIL-ENTRY reads one live entry and keeps its     *
002070* check value, or zero when it carries none.                   *
002080*****************************************************************
002090 1110-READ-TRAIL-ENTRY.
002100     READ AUDIT-TRAIL-FILE
002110         AT END
002120             SET CN-TRAIL-EOF TO TRUE
002130             GO TO 1110-READ-TRAIL-ENTRY-EXIT
002140     END-READ
002150     SET CN-ENTRY-FOUND TO TRUE
002160     IF CT-CHECK-VALUE NUMERIC
002170         MOVE CT-CHECK-VALUE TO CN-LAST-CHECK-VALUE
002180     ELSE
002190         MOVE ZERO TO CN-LAST-CHECK-VALUE
002200     END-IF.
002210
002220 1110-READ-TRAIL-ENTRY-EXIT.
002230     EXIT.
002240
002250*****************************************************************
002260* 1120-READ-ARCHIVE-ENTRY reads one archived entry and keeps   *
002270* its check value, or zero when it carries none.               *
002280*****************************************************************
002290 1120-READ-ARCHIVE-ENTRY.
002300     READ AUDIT-ARCHIVE-FILE
002310         AT END
002320             SET CN-ARCHIVE-EOF TO TRUE
002330             GO TO 1120-READ-ARCHIVE-ENTRY-EXIT
002340     END-READ
002350     IF CA-CHECK-VALUE NUMERIC
002360         MOVE CA-CHECK-VALUE TO CN-LAST-CHECK-VALUE
002370     ELSE
002380         MOVE ZERO TO CN-LAST-CHECK-VALUE
002390     END-IF.
002400
002410 1120-READ-ARCHIVE-ENTRY-EXIT.
002420     EXIT.
002430
002440*****************************************************************
002450* 2000-CHECK-ENTRY recomputes the check value of an entry read *
002460* back off file.  The value it carries is set aside, zeroed    *
002470* for the computation exactly as it was when stamped, and put  *
002480* back, so the caller's entry is left unchanged.               *
002490*****************************************************************
002500 2000-CHECK-ENTRY.
002510     MOVE AT-CHECK-VALUE TO CN-SAVED-CHECK-VALUE
002520     MOVE ZERO TO AT-CHECK-VALUE
002530     PERFORM 3000-COMPUTE-CHECK-VALUE THRU
002540         3000-COMPUTE-CHECK-VALUE-EXIT
002550     MOVE CN-SAVED-CHECK-VALUE TO AT-CHECK-VALUE
002560     IF CN-CHECK-VALUE-OUT NOT OMITTED
002570         MOVE CN-RUNNING-VALUE TO CN-CHECK-VALUE-OUT
002580     END-IF.
002590
002600 2000-CHECK-ENTRY-EXIT.
002610     EXIT.
002620
002630*****************************************************************
002640* 3000-COMPUTE-CHECK-VALUE folds every character of the entry  *
002650* into the running remainder, starting from the previous       *
002660* entry's check value the entry carries.  Trailing spaces are  *
002662* not folded: the record has grown, and an entry written at    *
002664* the old length reads back padded with spaces it was never    *
002666* stamped with.                                                *
002670*****************************************************************
002680 3000-COMPUTE-CHECK-VALUE.
002690     IF AT-PREV-CHECK-VALUE NUMERIC
002700         MOVE AT-PREV-CHECK-VALUE TO CN-RUNNING-VALUE
002710     ELSE
002720         MOVE ZERO TO CN-RUNNING-VALUE
002730     END-IF
002732     PERFORM 3050-DROP-TRAILING-SPACE THRU
002734         3050-DROP-TRAILING-SPACE-EXIT
002736         UNTIL CN-ENTRY-LENGTH = ZERO
002738             OR CN-AUDIT-ENTRY (CN-ENTRY-LENGTH:1) NOT = SPACE
002740     MOVE 1 TO CN-CHAR-INDEX
002750     PERFORM 3100-FOLD-ONE-CHARACTER THRU
002760         3100-FOLD-ONE-CHARACTER-EXIT
002770         UNTIL CN-CHAR-INDEX > CN-ENTRY-LENGTH.
002780
002790 3000-COMPUTE-CHECK-VALUE-EXIT.
002800     EXIT.
002802
002804*****************************************************************
002806* 3050-DROP-TRAILING-SPACE shortens the length to be folded by *
002808* one trailing space.                                          *
002810*****************************************************************
002812 3050-DROP-TRAILING-SPACE.
002814     SUBTRACT 1 FROM CN-ENTRY-LENGTH.
002816
002818 3050-DROP-TRAILING-SPACE-EXIT.
002820     EXIT.
002822
002824*****************************************************************
002830* 3100-FOLD-ONE-CHARACTER multiplies the running value by the  *
002840* multiplier, adds the next character, and keeps the           *
002850* remainder, then advances to the next character.              *
002860*****************************************************************
002870 3100-FOLD-ONE-CHARACTER.
002880     MOVE CN-AUDIT-ENTRY (CN-CHAR-INDEX:1) TO CN-CHAR-LOW
002890     COMPUTE CN-PRODUCT = CN-RUNNING-VALUE * CN-MULTIPLIER
002900         + CN-CHAR-VALUE
002910     DIVIDE CN-PRODUCT BY CN-MODULUS GIVING CN-QUOTIENT
002920         REMAINDER CN-RUNNING-VALUE
002930     ADD 1 TO CN-CHAR-INDEX.
002940
002950 3100-FOLD-ONE-CHARACTER-EXIT.
002960     EXIT.
