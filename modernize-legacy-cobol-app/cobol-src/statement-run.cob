000290* 09/02/2026  RLM  Amounts and balances widened to nine        *
000300*                  integer digits with the shared layouts;     *
000310*                  statement money columns widened to match.   *
000311* 10/15/2026  RLM  INWARD entries net as credits and REVIW as  *
000312*                  debits, matching the movement each posts.   *
000313* 10/15/2026  RLM  CHEQUE entries net as debits, matching the  *
000314*                  movement each posts.                        *
000315* 10/15/2026  RLM  Installment-loan postings net into the      *
000316*                  account's movement: LOANDISB, LOANADV, and  *
000317*                  LOANINT raise the balance, LOANPAY and      *
000318*                  LOANRCV lower it.                           *
000319* 10/15/2026  RLM  Each statement is addressed to the          *
000320*                  customer-master holder and to every joint   *
000321*                  holder linked on the account-relationship   *
000322*                  file.                                       *
000323* 10/15/2026  RLM  TAXWH entries - backup withholding - net as *
000324*                  debits and REVTW as credits, matching the   *
000325*                  movement each posts.                        *
000326* 10/15/2026  RLM  ESCHEAT entries - a dormant balance         *
000327*                  remitted as unclaimed property - net as     *
000328*                  debits, matching the movement each posts.   *
000329*****************************************************************
000330*
000340*****************************************************************
000350* STATEMENT-RUN is the month-end statement job.  For each      *
000410* file.  The opening balance is derived by backing the         *
000420* period's net postings out of that closing balance, so the    *
000430* statement always ties to the book of record.                 *
000432* Each page is addressed to the account's holder on the        *
000434* customer master and to every active joint holder on the      *
000436* account-relationship file, one address line each.            *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000570
000580     SELECT STATEMENT-REPORT-FILE ASSIGN TO "STMTRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000591
000592     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000593         ORGANIZATION IS INDEXED
000594         ACCESS MODE IS DYNAMIC
000595         RECORD KEY IS CM-ACCOUNT-ID
000596         FILE STATUS IS CM-FILE-STATUS.
000597
000598     SELECT RELATIONSHIP-FILE ASSIGN TO "ACCTREL"
000600         ORGANIZATION IS LINE SEQUENTIAL
000602         FILE STATUS IS AP-FILE-STATUS.
000604
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  AUDIT-TRAIL-FILE.
000710 FD  STATEMENT-REPORT-FILE.
000720 01  STATEMENT-REPORT-LINE       PIC X(80).
000730
000731 FD  CUSTOMER-MASTER-FILE.
000732 01  CUSTOMER-MASTER-RECORD.
000733     COPY CUSTREC.
000734
000735 FD  RELATIONSHIP-FILE.
000736 01  RELATIONSHIP-RECORD.
000737     COPY RELREC.
000738
000740 WORKING-STORAGE SECTION.
000750 01  AT-FILE-STATUS               PIC X(02) VALUE '00'.
000760 01  SA-FILE-STATUS               PIC X(02) VALUE '00'.
000763 01  CM-FILE-STATUS               PIC X(02) VALUE '00'.
000766 01  AP-FILE-STATUS               PIC X(02) VALUE '00'.
000770
000780 01  ST-SWITCHES.
000790     05  ST-AUDIT-EOF-SW          PIC X(01) VALUE 'N'.
000840         88  ST-DATA-EOF                    VALUE 'Y'.
000850     05  ST-OVERFLOW-SW           PIC X(01) VALUE 'N'.
000860         88  ST-TABLE-OVERFLOWED            VALUE 'Y'.
000862     05  ST-PARTY-EOF-SW          PIC X(01) VALUE 'N'.
000864         88  ST-PARTY-EOF                   VALUE 'Y'.
000866     05  ST-CUSTMST-OPEN-SW       PIC X(01) VALUE 'N'.
000868         88  ST-CUSTMST-IS-OPEN             VALUE 'Y'.
000870
000880 01  ST-PERIOD                    PIC 9(06) VALUE ZERO.
000890 01  ST-TODAY                     PIC 9(08) VALUE ZERO.
001040         10  ST-E-OPERATION-CODE  PIC X(08).
001050         10  ST-E-AMOUNT          PIC 9(9)V99.
001060         10  ST-E-RESULTING-BAL   PIC S9(9)V99.
001061
001062*****************************************************************
001063* Every active joint holder on the account-relationship file,  *
001064* loaded once at startup so each statement page can be         *
001065* addressed to all of the account's holders.                   *
001066*****************************************************************
001067 01  ST-HOLDER-TABLE.
001068     05  ST-HOLDER-ENTRY OCCURS 1000 TIMES
001069             INDEXED BY ST-HOLDER-IDX.
001070         10  ST-J-ACCOUNT-ID      PIC 9(10).
001071         10  ST-J-NAME            PIC X(30).
001072         10  ST-J-ADDRESS         PIC X(40).
001073 01  ST-HOLDER-COUNT              PIC 9(04) VALUE ZERO.
001074
001080*****************************************************************
001090* ST-SCAN-ENTRY is the staging area both collect passes move   *
001100* their record into, so one apply paragraph serves the archive *
001450     05  ST-B-CAPTION             PIC X(17).
001460     05  ST-B-BALANCE             PIC -Z,ZZZ,ZZZ,ZZ9.99.
001470
001471 01  ST-ADDRESS-LINE.
001472     05  FILLER                   PIC X(06) VALUE
001473         '  TO: '.
001474     05  ST-A-NAME                PIC X(30).
001475     05  FILLER                   PIC X(01) VALUE SPACE.
001476     05  ST-A-ADDRESS             PIC X(40).
001477
001480 01  ST-DETAIL-LINE.
001490     05  FILLER                   PIC X(02) VALUE SPACES.
001500     05  ST-D-TRAN-DATE           PIC 9(08).
001710     CALL 'BUSDATE-PROGRAM' USING ST-BD-FUNCTION-CODE ST-TODAY
001720     END-CALL
001730
001732     PERFORM 1000-LOAD-HOLDER-TABLE THRU
001734         1000-LOAD-HOLDER-TABLE-EXIT
001736
001740     OPEN OUTPUT STATEMENT-REPORT-FILE
001750
001760     MOVE 'FIRST' TO ST-FUNCTION-CODE
001840         UNTIL ST-DATA-EOF
001850
001860     CLOSE STATEMENT-REPORT-FILE
001862     IF ST-CUSTMST-IS-OPEN
001864         CLOSE CUSTOMER-MASTER-FILE
001866     END-IF
001870     MOVE 'CLOSE' TO ST-FUNCTION-CODE
001880     CALL 'DATA-PROGRAM' USING ST-FUNCTION-CODE AB-ACCOUNT-ID
001890         AB-BALANCE
003470             WHEN 'REVDB   '
003480             WHEN 'REVTO   '
003490             WHEN 'REVFE   '
003492             WHEN 'REVTW   '
003495             WHEN 'INWARD  '
003496             WHEN 'LOANDISB'
003497             WHEN 'LOANADV '
003498             WHEN 'LOANINT '
003500             WHEN 'TRANSIN '
003510                 ADD SE-AMOUNT TO ST-NET-POSTING
003520             WHEN 'DEBIT   '
003550             WHEN 'REVTI   '
003560             WHEN 'FEE     '
003570             WHEN 'PAYMENT '
003571             WHEN 'REVIW   '
003572             WHEN 'CHEQUE  '
003573             WHEN 'LOANPAY '
003574             WHEN 'LOANRCV '
003575             WHEN 'TAXWH   '
003576             WHEN 'ESCHEAT '
003580             WHEN 'TRANSOUT'
003590                 SUBTRACT SE-AMOUNT FROM ST-NET-POSTING
003600             WHEN OTHER
003670
003680*****************************************************************
003690* 3200-WRITE-STATEMENT-PAGE writes the statement page for the  *
003700* current account: heading, address block, opening balance,    *
003710* one line per entry collected, and the closing balance on     *
003715* file.                                                        *
003720*****************************************************************
003730 3200-WRITE-STATEMENT-PAGE.
003740     MOVE AB-ACCOUNT-ID TO ST-H-ACCOUNT-ID
003750     MOVE ST-PERIOD TO ST-H-PERIOD
003760     WRITE STATEMENT-REPORT-LINE FROM ST-HEADING-LINE
003763     PERFORM 3220-WRITE-ADDRESS-BLOCK THRU
003766         3220-WRITE-ADDRESS-BLOCK-EXIT
003770     MOVE ALL '=' TO STATEMENT-REPORT-LINE
003780     WRITE STATEMENT-REPORT-LINE
003790
004130
004140 3210-WRITE-DETAIL-LINE-EXIT.
004150     EXIT.
004160
004170*****************************************************************
004180* 3220-WRITE-ADDRESS-BLOCK writes one address line for the     *
004190* account's holder on the customer master, then one for each   *
004200* joint holder linked to the account.                          *
004210*****************************************************************
004220 3220-WRITE-ADDRESS-BLOCK.
004230     IF ST-CUSTMST-IS-OPEN
004240         MOVE AB-ACCOUNT-ID TO CM-ACCOUNT-ID
004250         READ CUSTOMER-MASTER-FILE
004260             INVALID KEY
004270                 MOVE SPACES TO CM-CUSTOMER-NAME
004280                     CM-CUSTOMER-ADDRESS
004290         END-READ
004300         IF CM-CUSTOMER-NAME NOT = SPACES
004310             MOVE CM-CUSTOMER-NAME TO ST-A-NAME
004320             MOVE CM-CUSTOMER-ADDRESS TO ST-A-ADDRESS
004330             WRITE STATEMENT-REPORT-LINE FROM ST-ADDRESS-LINE
004340         END-IF
004350     END-IF
004360     SET ST-HOLDER-IDX TO 1
004370     PERFORM 3230-WRITE-JOINT-HOLDER THRU
004380         3230-WRITE-JOINT-HOLDER-EXIT
004390         UNTIL ST-HOLDER-IDX > ST-HOLDER-COUNT.
004400
004410 3220-WRITE-ADDRESS-BLOCK-EXIT.
004420     EXIT.
004430
004440*****************************************************************
004450* 3230-WRITE-JOINT-HOLDER writes an address line for the       *
004460* table slot under the index when it is a joint holder of the  *
004470* current account, then advances to the next.                  *
004480*****************************************************************
004490 3230-WRITE-JOINT-HOLDER.
004500     IF ST-J-ACCOUNT-ID (ST-HOLDER-IDX) = AB-ACCOUNT-ID
004510         MOVE ST-J-NAME (ST-HOLDER-IDX) TO ST-A-NAME
004520         MOVE ST-J-ADDRESS (ST-HOLDER-IDX) TO ST-A-ADDRESS
004530         WRITE STATEMENT-REPORT-LINE FROM ST-ADDRESS-LINE
004540     END-IF
004550     SET ST-HOLDER-IDX UP BY 1.
004560
004570 3230-WRITE-JOINT-HOLDER-EXIT.
004580     EXIT.
004590
004600*****************************************************************
004610* 1000-LOAD-HOLDER-TABLE opens the customer master for the     *
004620* holders' addresses and loads every active joint holder off   *
004630* the account-relationship file.  Either file missing means    *
004640* statements go out without that part of the address block.    *
004650*****************************************************************
004660 1000-LOAD-HOLDER-TABLE.
004670     OPEN INPUT CUSTOMER-MASTER-FILE
004680     IF CM-FILE-STATUS = '00'
004690         SET ST-CUSTMST-IS-OPEN TO TRUE
004700     ELSE
004710         DISPLAY 'STATEMENT-RUN: CUSTMST not available - '
004720             'status ' CM-FILE-STATUS '. Statements carry no '
004730             'holder address.'
004740     END-IF
004750     OPEN INPUT RELATIONSHIP-FILE
004760     IF AP-FILE-STATUS = '00'
004770         PERFORM 1100-READ-PARTY-RECORD THRU
004780             1100-READ-PARTY-RECORD-EXIT
004790             UNTIL ST-PARTY-EOF
004800         CLOSE RELATIONSHIP-FILE
004810     END-IF.
004820
004830 1000-LOAD-HOLDER-TABLE-EXIT.
004840     EXIT.
004850
004860*****************************************************************
004870* 1100-READ-PARTY-RECORD reads one relationship entry and      *
004880* keeps it in the next free slot when it is an active joint    *
004890* holder.                                                      *
004900*****************************************************************
004910 1100-READ-PARTY-RECORD.
004920     READ RELATIONSHIP-FILE
004930         AT END
004940             SET ST-PARTY-EOF TO TRUE
004950             GO TO 1100-READ-PARTY-RECORD-EXIT
004960     END-READ
004970     IF NOT AP-IS-ACTIVE OR NOT AP-ROLE-JOINT
004980         GO TO 1100-READ-PARTY-RECORD-EXIT
004990     END-IF
005000     IF ST-HOLDER-COUNT >= 1000
005010         DISPLAY 'STATEMENT-RUN: more than 1000 joint holders '
005020             'on file - holders beyond 1000 are not addressed.'
005030         SET ST-PARTY-EOF TO TRUE
005040         GO TO 1100-READ-PARTY-RECORD-EXIT
005050     END-IF
005060     ADD 1 TO ST-HOLDER-COUNT
005070     SET ST-HOLDER-IDX TO ST-HOLDER-COUNT
005080     MOVE AP-ACCOUNT-ID TO ST-J-ACCOUNT-ID (ST-HOLDER-IDX)
005090     MOVE AP-PARTY-NAME TO ST-J-NAME (ST-HOLDER-IDX)
005100     MOVE AP-PARTY-ADDRESS TO ST-J-ADDRESS (ST-HOLDER-IDX).
005110
005120 1100-READ-PARTY-RECORD-EXIT.
005130     EXIT.
