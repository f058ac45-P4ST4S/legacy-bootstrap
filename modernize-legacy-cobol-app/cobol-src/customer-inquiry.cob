000100* 09/02/2026  RLM  Original version.                           *
000102* 09/02/2026  RLM  Balances widened to nine integer digits     *
000104*                  with the shared layouts.                    *
000105* 10/15/2026  RLM  Accounts the customer is party to through   *
000106*                  the account-relationship file are shown     *
000107*                  too, and every account shows the            *
000108*                  customer's role on it and whether they may  *
000109*                  sign alone.                                 *
000110* 10/15/2026  RLM  The combined position is now in home        *
000111*                  currency - foreign balances are converted   *
000112*                  at the day's rate and an account with no    *
000113*                  rate is flagged and left out - and loan     *
000114*                  principal owed is shown on its own line and *
000115*                  taken off the deposits instead of being     *
000116*                  added to them.                              *
000117*****************************************************************
000120*
000130*****************************************************************
000140* CUSTOMER-INQUIRY is the relationship view the branch manager *
000170* holds - name, open date, balance, and status - and totals    *
000180* the combined position across them.  Balances come through    *
000190* DATA-PROGRAM, the same book of record every report reads.    *
000191* Accounts the customer is linked to on the account-           *
000192* relationship file - as joint holder, attorney, or trustee -  *
000193* follow, each with the customer's role and signing authority. *
000194* Accounts held as primary or joint holder count toward the    *
000195* combined position; those operated as attorney or trustee     *
000196* are someone else's money and are shown but not counted.      *
000198* The position is in home currency: a foreign-currency balance *
000200* is converted at the day's rate from FXRATE-PROGRAM, and an   *
000202* account with no rate today is flagged and left out.  Loans   *
000204* are principal owed, so they are totalled on a line of their  *
000206* own and taken off the deposits.                              *
000208* A customer number of zero ends the session.                  *
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000280         RECORD KEY IS CM-ACCOUNT-ID
000290         FILE STATUS IS CM-FILE-STATUS.
000300
000302     SELECT RELATIONSHIP-FILE ASSIGN TO "ACCTREL"
000304         ORGANIZATION IS LINE SEQUENTIAL
000306         FILE STATUS IS AP-FILE-STATUS.
000308
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  CUSTOMER-MASTER-FILE.
000340 01  CUSTOMER-MASTER-RECORD.
000350     COPY CUSTREC.
000360
000362 FD  RELATIONSHIP-FILE.
000364 01  RELATIONSHIP-RECORD.
000366     COPY RELREC.
000368
000370 WORKING-STORAGE SECTION.
000380 01  CM-FILE-STATUS              PIC X(02) VALUE '00'.
000385 01  AP-FILE-STATUS              PIC X(02) VALUE '00'.
000390
000400 01  CI-SWITCHES.
000410     05  CI-DONE-SW              PIC X(01) VALUE 'N'.
000420         88  CI-DONE                      VALUE 'Y'.
000430     05  CI-CUST-EOF-SW          PIC X(01) VALUE 'N'.
000440         88  CI-CUST-EOF                  VALUE 'Y'.
000442     05  CI-PARTY-EOF-SW         PIC X(01) VALUE 'N'.
000444         88  CI-PARTY-EOF                 VALUE 'Y'.
000446     05  CI-IN-POSITION-SW       PIC X(01) VALUE 'Y'.
000448         88  CI-COUNTS-IN-POSITION        VALUE 'Y'.
000450
000460 01  CI-CUSTOMER-NO              PIC 9(08) VALUE ZERO.
000470 01  CI-ACCOUNT-COUNT            PIC 9(03) VALUE ZERO.
000480 01  CI-COMBINED-BALANCE         PIC S9(12)V99 VALUE ZERO.
000481 01  CI-DEPOSIT-BALANCE          PIC S9(12)V99 VALUE ZERO.
000482 01  CI-LOAN-BALANCE             PIC S9(12)V99 VALUE ZERO.
000483 01  CI-HOME-AMOUNT              PIC S9(12)V99 VALUE ZERO.
000484 01  CI-LOAN-COUNT               PIC 9(03) VALUE ZERO.
000485 01  CI-UNRATED-COUNT            PIC 9(03) VALUE ZERO.
000490
000500 01  CI-FUNCTION-CODE            PIC X(05).
000510 01  CI-STATUS-CODE              PIC X(03).
000511
000512 01  CI-FX-FUNCTION-CODE         PIC X(05).
000513 01  CI-FX-CURRENCY              PIC X(03).
000514 01  CI-FX-RATE                  PIC 9(05)V9(06).
000515 01  CI-FX-STATUS-CODE           PIC X(03).
000520
000530 01  CURRENT-ACCOUNT-RECORD.
000540     COPY ACCTREC.
000600     05  CI-D-CUSTOMER-NAME      PIC X(20).
000610     05  FILLER                  PIC X(02) VALUE SPACES.
000620     05  CI-D-BALANCE            PIC -Z,ZZZ,ZZZ,ZZ9.99.
000623     05  FILLER                  PIC X(01) VALUE SPACE.
000626     05  CI-D-CURRENCY           PIC X(03).
000630     05  FILLER                  PIC X(02) VALUE SPACES.
000640     05  CI-D-STATUS             PIC X(08).
000642     05  FILLER                  PIC X(02) VALUE SPACES.
000644     05  CI-D-ROLE               PIC X(08).
000646     05  FILLER                  PIC X(01) VALUE SPACE.
000648     05  CI-D-SIGNING            PIC X(13).
000650
000660 01  CI-TOTAL-LINE.
000670     05  CI-T-LABEL              PIC X(19) VALUE
000680         'COMBINED POSITION: '.
000690     05  CI-T-TOTAL              PIC -Z,ZZZ,ZZZ,ZZ9.99.
000700
001090
001100     MOVE ZERO TO CI-ACCOUNT-COUNT
001110     MOVE ZERO TO CI-COMBINED-BALANCE
001112     MOVE ZERO TO CI-DEPOSIT-BALANCE
001114     MOVE ZERO TO CI-LOAN-BALANCE
001116     MOVE ZERO TO CI-LOAN-COUNT
001118     MOVE ZERO TO CI-UNRATED-COUNT
001120     SET CI-CUST-EOF-SW TO 'N'
001130     MOVE LOW-VALUES TO CM-ACCOUNT-ID
001140     START CUSTOMER-MASTER-FILE KEY IS >= CM-ACCOUNT-ID
001210         2000-EXAMINE-CUSTOMER-RECORD-EXIT
001220         UNTIL CI-CUST-EOF
001230
001231     SET CI-PARTY-EOF-SW TO 'N'
001232     OPEN INPUT RELATIONSHIP-FILE
001233     IF AP-FILE-STATUS = '00'
001234         PERFORM 3000-EXAMINE-PARTY-RECORD THRU
001235             3000-EXAMINE-PARTY-RECORD-EXIT
001236             UNTIL CI-PARTY-EOF
001237         CLOSE RELATIONSHIP-FILE
001238     END-IF
001239
001240     IF CI-ACCOUNT-COUNT = ZERO
001250         DISPLAY '  No accounts on file for customer '
001260             CI-CUSTOMER-NO '.'
001270         GO TO 1000-INQUIRE-ONE-CUSTOMER-EXIT
001280     END-IF
001290     IF CI-LOAN-COUNT > ZERO
001291         MOVE 'DEPOSITS HELD:     ' TO CI-T-LABEL
001292         MOVE CI-DEPOSIT-BALANCE TO CI-T-TOTAL
001293         DISPLAY CI-TOTAL-LINE
001294         MOVE 'LOANS OUTSTANDING: ' TO CI-T-LABEL
001295         MOVE CI-LOAN-BALANCE TO CI-T-TOTAL
001296         DISPLAY CI-TOTAL-LINE ' ON ' CI-LOAN-COUNT ' LOAN(S)'
001297     END-IF
001298     COMPUTE CI-COMBINED-BALANCE =
001299         CI-DEPOSIT-BALANCE - CI-LOAN-BALANCE
001300     MOVE 'COMBINED POSITION: ' TO CI-T-LABEL
001301     MOVE CI-COMBINED-BALANCE TO CI-T-TOTAL
001302     DISPLAY CI-TOTAL-LINE ' ACROSS ' CI-ACCOUNT-COUNT
001303         ' ACCOUNT(S)'
001304     IF CI-UNRATED-COUNT > ZERO
001305         DISPLAY '  Excludes ' CI-UNRATED-COUNT ' account(s) '
001306             'with no exchange rate today.'
001310     END-IF.
001320
001330 1000-INQUIRE-ONE-CUSTOMER-EXIT.
001360*****************************************************************
001370* 2000-EXAMINE-CUSTOMER-RECORD reads the next customer-master  *
001380* record and, when it carries the customer number asked for,   *
001390* shows the account as the customer's own - primary holder,    *
001400* signing alone - and folds it into the combined position.     *
001410*****************************************************************
001420 2000-EXAMINE-CUSTOMER-RECORD.
001430     READ CUSTOMER-MASTER-FILE NEXT RECORD
001500     END-IF
001510     IF CM-CUSTOMER-NO NOT = CI-CUSTOMER-NO
001520         GO TO 2000-EXAMINE-CUSTOMER-RECORD-EXIT
001521     END-IF
001522     MOVE 'PRIMARY ' TO CI-D-ROLE
001523     MOVE 'SIGNS ALONE' TO CI-D-SIGNING
001524     SET CI-COUNTS-IN-POSITION TO TRUE
001525     PERFORM 2100-SHOW-ACCOUNT THRU 2100-SHOW-ACCOUNT-EXIT.
001526
001527 2000-EXAMINE-CUSTOMER-RECORD-EXIT.
001528     EXIT.
001529
001530*****************************************************************
001531* 2100-SHOW-ACCOUNT shows the customer-master record in hand   *
001532* with its balance off DATA-PROGRAM, under the role and        *
001533* signing authority the caller set, and folds the balance      *
001534* into the combined position when the caller says it counts.   *
001535*****************************************************************
001536 2100-SHOW-ACCOUNT.
001540     MOVE CM-ACCOUNT-ID TO AB-ACCOUNT-ID
001550     MOVE 'READ ' TO CI-FUNCTION-CODE
001560     CALL 'DATA-PROGRAM' USING CI-FUNCTION-CODE AB-ACCOUNT-ID
001570         AB-BALANCE CI-STATUS-CODE AB-OD-LIMIT
001580         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
001585         AB-CURRENCY-CODE
001590     END-CALL
001600     IF NOT CI-STATUS-CODE = 'OK '
001610         DISPLAY '  ACCOUNT ' CM-ACCOUNT-ID ' has no balance '
001620             'record - status ' CI-STATUS-CODE '.'
001630         GO TO 2100-SHOW-ACCOUNT-EXIT
001640     END-IF
001650     MOVE CM-ACCOUNT-ID TO CI-D-ACCOUNT-ID
001660     MOVE CM-CUSTOMER-NAME TO CI-D-CUSTOMER-NAME
001670     MOVE AB-BALANCE TO CI-D-BALANCE
001675     MOVE AB-CURRENCY-CODE TO CI-D-CURRENCY
001680     EVALUATE TRUE
001690         WHEN AB-IS-FROZEN
001700             MOVE 'FROZEN  ' TO CI-D-STATUS
001770     END-EVALUATE
001780     DISPLAY CI-DETAIL-LINE
001790     ADD 1 TO CI-ACCOUNT-COUNT
001800     IF CI-COUNTS-IN-POSITION
001801         PERFORM 2200-ADD-TO-POSITION THRU
001802             2200-ADD-TO-POSITION-EXIT
001805     END-IF.
001810
001820 2100-SHOW-ACCOUNT-EXIT.
001830     EXIT.
001831
001832*****************************************************************
001833* 2200-ADD-TO-POSITION folds the account just shown into the   *
001834* combined position in home currency.  A foreign-currency      *
001835* balance is converted at the day's rate from FXRATE-PROGRAM;  *
001836* an account with no rate today is flagged and left out rather *
001837* than added in as if it were home currency.  A loan's balance *
001838* is principal the customer owes, so it is totalled apart from *
001839* the deposits and taken off them.                             *
001840*****************************************************************
001841 2200-ADD-TO-POSITION.
001842     IF AB-HOME-CURRENCY
001843         MOVE AB-BALANCE TO CI-HOME-AMOUNT
001844     ELSE
001845         MOVE 'RATE ' TO CI-FX-FUNCTION-CODE
001846         MOVE AB-CURRENCY-CODE TO CI-FX-CURRENCY
001847         CALL 'FXRATE-PROGRAM' USING CI-FX-FUNCTION-CODE
001848             CI-FX-CURRENCY CI-FX-RATE CI-FX-STATUS-CODE
001849         END-CALL
001850         IF NOT CI-FX-STATUS-CODE = 'OK '
001851             DISPLAY '  ACCOUNT ' CM-ACCOUNT-ID ' has no '
001852                 AB-CURRENCY-CODE ' exchange rate today - '
001853                 'left out of the combined position.'
001854             ADD 1 TO CI-UNRATED-COUNT
001855             GO TO 2200-ADD-TO-POSITION-EXIT
001856         END-IF
001857         COMPUTE CI-HOME-AMOUNT ROUNDED =
001858             AB-BALANCE * CI-FX-RATE
001859     END-IF
001860     IF AB-TYPE-LOAN
001861         ADD CI-HOME-AMOUNT TO CI-LOAN-BALANCE
001862         ADD 1 TO CI-LOAN-COUNT
001863     ELSE
001864         ADD CI-HOME-AMOUNT TO CI-DEPOSIT-BALANCE
001865     END-IF.
001866
001867 2200-ADD-TO-POSITION-EXIT.
001868     EXIT.
001869
001870*****************************************************************
001871* 3000-EXAMINE-PARTY-RECORD reads the next relationship entry  *
001872* and, when it is an active link of the customer asked for to  *
001880* someone else's account, shows that account under the         *
001890* customer's role.  The primary entry is skipped - the         *
001900* customer-master walk has already shown the account.          *
001910*****************************************************************
001920 3000-EXAMINE-PARTY-RECORD.
001930     READ RELATIONSHIP-FILE
001940         AT END
001950             SET CI-PARTY-EOF TO TRUE
001960             GO TO 3000-EXAMINE-PARTY-RECORD-EXIT
001970     END-READ
001980     IF AP-CUSTOMER-NO NOT = CI-CUSTOMER-NO
001990             OR NOT AP-IS-ACTIVE
002000             OR AP-ROLE-PRIMARY
002010         GO TO 3000-EXAMINE-PARTY-RECORD-EXIT
002020     END-IF
002030     MOVE AP-ACCOUNT-ID TO CM-ACCOUNT-ID
002040     READ CUSTOMER-MASTER-FILE
002050         INVALID KEY
002060             DISPLAY '  ACCOUNT ' AP-ACCOUNT-ID ' is not on the '
002070                 'customer master.'
002080             GO TO 3000-EXAMINE-PARTY-RECORD-EXIT
002090     END-READ
002100     EVALUATE TRUE
002110         WHEN AP-ROLE-JOINT
002120             MOVE 'JOINT   ' TO CI-D-ROLE
002130             SET CI-COUNTS-IN-POSITION TO TRUE
002140         WHEN AP-ROLE-ATTORNEY
002150             MOVE 'ATTORNEY' TO CI-D-ROLE
002160             SET CI-IN-POSITION-SW TO 'N'
002170         WHEN AP-ROLE-TRUSTEE
002180             MOVE 'TRUSTEE ' TO CI-D-ROLE
002190             SET CI-IN-POSITION-SW TO 'N'
002200         WHEN OTHER
002210             MOVE 'UNKNOWN ' TO CI-D-ROLE
002220             SET CI-IN-POSITION-SW TO 'N'
002230     END-EVALUATE
002240     IF AP-MAY-SIGN-ALONE
002250         MOVE 'SIGNS ALONE' TO CI-D-SIGNING
002260     ELSE
002270         MOVE 'SIGNS JOINTLY' TO CI-D-SIGNING
002280     END-IF
002290     PERFORM 2100-SHOW-ACCOUNT THRU 2100-SHOW-ACCOUNT-EXIT.
002300
002310 3000-EXAMINE-PARTY-RECORD-EXIT.
002320     EXIT.
