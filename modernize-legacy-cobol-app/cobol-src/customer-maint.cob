000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 09/02/2026  RLM  Original version.                           *
000101* 10/15/2026  RLM  The backup-withholding flag is maintained   *
000102*                  here too.  Setting or clearing it on one    *
000103*                  account carries the change to every other   *
000104*                  account with the same customer number, each *
000105*                  one logged and audited as CUSTMNT.          *
000106* 10/15/2026  RLM  Audit entries are stamped with their        *
000107*                  chained check value by AUDIT-CHAIN just     *
000108*                  before they are appended to the trail.      *
000109* 10/15/2026  RLM  An account can be moved to another branch.  *
000110*                  The move is logged under BRCH and audited   *
000111*                  as BRANCHXF, or BRANCHLN for a loan, with   *
000112*                  the balance that moves so GL-EXTRACT can    *
000113*                  book it between the two branches.  Every    *
000114*                  audit entry names the account's branch.     *
000115*****************************************************************
000120*
000130*****************************************************************
000140* CUSTOMER-MAINT is the customer-master maintenance program,   *
000170* wrote it - the statement just kept going to the old one.     *
000180* An operator signs on with their ID and PIN, looks a record   *
000190* up on CUSTMST by account number, and amends the customer     *
000200* name and address and whether the customer is subject to      *
000205* backup withholding; every change writes a CUSTMNT entry to   *
000210* the audit trail and a change-log record carrying the old     *
000220* and new values, the operator, and the business date, so a    *
000230* dispute can be answered with who changed what and when.      *
000240* The withholding flag belongs to the customer, not the        *
000250* account, so a change to it is carried to every account the   *
000251* customer number holds.  The rest of the record - open date,  *
000252* customer number, close date - is not maintainable here.      *
000254* The branch code moves the account to another branch.  The    *
000255* balance on the balance file goes with it, audited as         *
000256* BRANCHXF (BRANCHLN for a loan) so GL-EXTRACT takes it off    *
000257* the old branch's ledger and onto the new one's.  A move is   *
000258* refused when the balance cannot be read, or the account is   *
000259* held in a currency with no rate on file today.               *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000940         88  AT-SEQUENCE-IS-INITIALIZED   VALUE 'Y'.
000950     05  AT-SEQUENCE-EOF-SW      PIC X(01) VALUE 'N'.
000960         88  AT-SEQUENCE-EOF              VALUE 'Y'.
000963     05  CU-CUSTOMER-EOF-SW      PIC X(01) VALUE 'N'.
000966         88  CU-CUSTOMER-EOF              VALUE 'Y'.
000967     05  CU-ENTRY-VALID-SW      PIC X(01) VALUE 'Y'.
000968         88  CU-ENTRY-IS-VALID           VALUE 'Y'.
000970
000980 01  CU-SIGNON-ID                PIC X(08) VALUE SPACES.
000990 01  CU-SIGNON-PIN               PIC X(04) VALUE SPACES.
001020 01  CU-NEW-ADDRESS              PIC X(40) VALUE SPACES.
001030 01  CU-OLD-NAME                 PIC X(30) VALUE SPACES.
001040 01  CU-OLD-ADDRESS              PIC X(40) VALUE SPACES.
001042 01  CU-NEW-WITHHOLD-FLAG        PIC X(01) VALUE SPACE.
001044 01  CU-OLD-WITHHOLD-FLAG        PIC X(01) VALUE SPACE.
001045 01  CU-WITHHOLD-ACCOUNT-ID      PIC 9(10) VALUE ZERO.
001046 01  CU-WITHHOLD-CUSTOMER-NO     PIC 9(08) VALUE ZERO.
001047 01  CU-OLD-BRANCH               PIC X(03) VALUE SPACES.
001048 01  CU-NEW-BRANCH               PIC X(03) VALUE SPACES.
001049 01  CU-HEAD-OFFICE              PIC X(03) VALUE SPACES.
001050 01  CU-CHANGED-COUNT            PIC 9(06) VALUE ZERO.
001060 01  CU-BD-FUNCTION-CODE         PIC X(05).
001065 01  CU-CHAIN-FUNCTION-CODE      PIC X(05).
001070 01  CU-TODAY                    PIC 9(08) VALUE ZERO.
001071 01  CU-BRANCH-NAME              PIC X(20) VALUE SPACES.
001072 01  CU-BRANCH-KEY               PIC X(10) VALUE SPACES.
001073 01  CU-BR-FUNCTION-CODE         PIC X(05).
001074 01  CU-BR-STATUS-CODE           PIC X(03).
001075 01  CU-DP-FUNCTION-CODE         PIC X(05).
001076 01  CU-DP-STATUS-CODE           PIC X(03).
001077 01  CU-FX-FUNCTION-CODE         PIC X(05).
001078 01  CU-FX-RATE                  PIC 9(05)V9(06) VALUE ZERO.
001079 01  CU-FX-STATUS-CODE           PIC X(03).
001080
001090 01  AT-RUN-SEQUENCE-NO          PIC 9(06) VALUE ZERO.
001100 01  AT-TODAY-DATE               PIC 9(08) VALUE ZERO.
001102
001104 01  CU-ACCOUNT-RECORD.
001106     COPY ACCTREC.
001110
001120 PROCEDURE DIVISION.
001130 0000-MAIN-CONTROL.
001220     MOVE 'GET  ' TO CU-BD-FUNCTION-CODE
001230     CALL 'BUSDATE-PROGRAM' USING CU-BD-FUNCTION-CODE CU-TODAY
001240     END-CALL
001242     MOVE 'HOME ' TO CU-BR-FUNCTION-CODE
001244     CALL 'BRANCH-PROGRAM' USING CU-BR-FUNCTION-CODE CU-BRANCH-KEY
001246         CU-HEAD-OFFICE CU-BRANCH-NAME
001248     END-CALL
001250
001260     OPEN I-O CUSTOMER-MASTER-FILE
001270     IF NOT CM-FILE-STATUS = '00'
001350         UNTIL CU-DONE
001360
001370     CLOSE CUSTOMER-MASTER-FILE
001372     MOVE 'CLOSE' TO CU-DP-FUNCTION-CODE
001374     CALL 'DATA-PROGRAM' USING CU-DP-FUNCTION-CODE
001376         AB-ACCOUNT-ID AB-BALANCE
001378     END-CALL
001380     DISPLAY 'CUSTOMER-MAINT: ' CU-CHANGED-COUNT
001390         ' change(s) recorded.'
001400     STOP RUN.
002270     SET CU-RECORD-CHANGED-SW TO 'N'
002280     DISPLAY 'Name on file:    ' CM-CUSTOMER-NAME
002290     DISPLAY 'Address on file: ' CM-CUSTOMER-ADDRESS
002291     IF CM-BACKUP-WITHHOLDING
002292         MOVE 'Y' TO CU-OLD-WITHHOLD-FLAG
002293     ELSE
002294         MOVE 'N' TO CU-OLD-WITHHOLD-FLAG
002295     END-IF
002296     DISPLAY 'Backup withholding on file (Y/N): '
002297         CU-OLD-WITHHOLD-FLAG
002300
002310     DISPLAY 'Enter new name (blank to keep): '
002320     MOVE SPACES TO CU-NEW-NAME
002450         MOVE CU-NEW-ADDRESS TO CM-CUSTOMER-ADDRESS
002460         SET CU-RECORD-CHANGED TO TRUE
002470     END-IF
002471
002472     PERFORM 2050-ACCEPT-WITHHOLD-FLAG THRU
002473         2050-ACCEPT-WITHHOLD-FLAG-EXIT
002474     IF NOT CU-ENTRY-IS-VALID
002475         GO TO 2000-MAINTAIN-ONE-RECORD-EXIT
002476     END-IF
002480
002481     PERFORM 2100-ACCEPT-BRANCH THRU 2100-ACCEPT-BRANCH-EXIT
002482     IF NOT CU-ENTRY-IS-VALID
002483         GO TO 2000-MAINTAIN-ONE-RECORD-EXIT
002484     END-IF
002485
002490     IF NOT CU-RECORD-CHANGED
002500         DISPLAY 'Nothing changed for account ' CM-ACCOUNT-ID
002510             '.'
002720         MOVE CM-CUSTOMER-ADDRESS TO CG-NEW-VALUE
002730         PERFORM 3000-WRITE-CHANGE-LOG
002740     END-IF
002741     IF CU-NEW-WITHHOLD-FLAG NOT = CU-OLD-WITHHOLD-FLAG
002742         PERFORM 3100-LOG-WITHHOLD-CHANGE
002743     END-IF
002744     IF CU-NEW-BRANCH NOT = CU-OLD-BRANCH
002745         MOVE 'BRCH' TO CG-FIELD-NAME
002746         MOVE CU-OLD-BRANCH TO CG-OLD-VALUE
002747         MOVE CU-NEW-BRANCH TO CG-NEW-VALUE
002748         PERFORM 3000-WRITE-CHANGE-LOG
002749     END-IF
002750     PERFORM 9000-WRITE-MAINT-AUDIT THRU
002760         9000-WRITE-MAINT-AUDIT-EXIT
002762     IF CU-NEW-BRANCH NOT = CU-OLD-BRANCH
002764         PERFORM 9200-WRITE-TRANSFER-AUDIT THRU
002766             9200-WRITE-TRANSFER-AUDIT-EXIT
002768     END-IF
002770     ADD 1 TO CU-CHANGED-COUNT
002780     DISPLAY 'Account ' CM-ACCOUNT-ID ' amended.'
002781
002782     IF CU-NEW-WITHHOLD-FLAG NOT = CU-OLD-WITHHOLD-FLAG
002783             AND CM-CUSTOMER-NO NUMERIC
002784             AND CM-CUSTOMER-NO NOT = ZERO
002785         PERFORM 4000-CARRY-WITHHOLD-FLAG THRU
002786             4000-CARRY-WITHHOLD-FLAG-EXIT
002787     END-IF.
002790
002800 2000-MAINTAIN-ONE-RECORD-EXIT.
002810     EXIT.
003270     MOVE CU-SIGNON-ID TO AT-OPERATOR-ID
003280     MOVE ZERO TO AT-ORIG-DATE
003290     MOVE ZERO TO AT-ORIG-SEQ
003291     MOVE SPACES TO AT-CURRENCY-BLOCK AT-BRANCH-BLOCK
003292     MOVE CM-BRANCH-CODE TO AT-ACCOUNT-BRANCH
003293     IF AT-ACCOUNT-BRANCH = SPACES
003294         MOVE CU-HEAD-OFFICE TO AT-ACCOUNT-BRANCH
003295     END-IF
003296     MOVE 'STAMP' TO CU-CHAIN-FUNCTION-CODE
003297     CALL 'AUDIT-CHAIN' USING CU-CHAIN-FUNCTION-CODE
003298         AUDIT-TRAIL-RECORD
003299     END-CALL
003300
003310     OPEN EXTEND AUDIT-TRAIL-FILE
003320     IF NOT AT-FILE-STATUS = '00' AND NOT AT-FILE-STATUS = '05'
003860
003870 9110-READ-AUDIT-SEQUENCE-RECORD-EXIT.
003880     EXIT.
003890
003900*****************************************************************
003910* 2050-ACCEPT-WITHHOLD-FLAG takes a new backup-withholding flag.*
003920* A blank entry keeps the flag on file; anything but Y or N is  *
003930* refused.                                                      *
003940*****************************************************************
003950 2050-ACCEPT-WITHHOLD-FLAG.
003960     SET CU-ENTRY-IS-VALID TO TRUE
003970     DISPLAY 'Enter backup withholding Y/N (blank to keep): '
003980     MOVE SPACE TO CU-NEW-WITHHOLD-FLAG
003990     ACCEPT CU-NEW-WITHHOLD-FLAG
004000     IF CU-NEW-WITHHOLD-FLAG NOT = SPACE
004010             AND CU-NEW-WITHHOLD-FLAG NOT = 'Y'
004020             AND CU-NEW-WITHHOLD-FLAG NOT = 'N'
004030         DISPLAY 'Backup withholding must be Y or N. '
004040             'Entry rejected.'
004050         MOVE 'N' TO CU-ENTRY-VALID-SW
004060         GO TO 2050-ACCEPT-WITHHOLD-FLAG-EXIT
004070     END-IF
004080     IF CU-NEW-WITHHOLD-FLAG NOT = SPACE
004090             AND CU-NEW-WITHHOLD-FLAG NOT = CU-OLD-WITHHOLD-FLAG
004100         MOVE CU-NEW-WITHHOLD-FLAG TO CM-BACKUP-WITHHOLD-FLAG
004110         SET CU-RECORD-CHANGED TO TRUE
004120     ELSE
004130         MOVE CU-OLD-WITHHOLD-FLAG TO CU-NEW-WITHHOLD-FLAG
004140     END-IF.
004150
004160 2050-ACCEPT-WITHHOLD-FLAG-EXIT.
004170     EXIT.
004180
004190*****************************************************************
004200* 2100-ACCEPT-BRANCH shows the branch the account is held at - *
004210* a blank branch on file is the head office - and takes a new  *
004220* one.  A blank entry keeps it; a code BRANCH-PROGRAM does not *
004230* know is refused.  A real move needs the balance that goes    *
004240* with it, read by 2150.                                       *
004250*****************************************************************
004260 2100-ACCEPT-BRANCH.
004270     SET CU-ENTRY-IS-VALID TO TRUE
004280     MOVE CM-BRANCH-CODE TO CU-OLD-BRANCH
004290     IF CU-OLD-BRANCH = SPACES
004300         MOVE 'HOME ' TO CU-BR-FUNCTION-CODE
004310     ELSE
004320         MOVE 'CHECK' TO CU-BR-FUNCTION-CODE
004330     END-IF
004340     CALL 'BRANCH-PROGRAM' USING CU-BR-FUNCTION-CODE CU-BRANCH-KEY
004350         CU-OLD-BRANCH CU-BRANCH-NAME CU-BR-STATUS-CODE
004360     END-CALL
004370     MOVE CU-OLD-BRANCH TO CU-NEW-BRANCH
004380     DISPLAY 'Branch on file:  ' CU-OLD-BRANCH ' ' CU-BRANCH-NAME
004390
004400     DISPLAY 'Enter new branch code (blank to keep): '
004410     MOVE SPACES TO CU-NEW-BRANCH
004420     ACCEPT CU-NEW-BRANCH
004430     IF CU-NEW-BRANCH = SPACES OR CU-NEW-BRANCH = CU-OLD-BRANCH
004440         MOVE CU-OLD-BRANCH TO CU-NEW-BRANCH
004450         GO TO 2100-ACCEPT-BRANCH-EXIT
004460     END-IF
004470     MOVE 'CHECK' TO CU-BR-FUNCTION-CODE
004480     CALL 'BRANCH-PROGRAM' USING CU-BR-FUNCTION-CODE CU-BRANCH-KEY
004490         CU-NEW-BRANCH CU-BRANCH-NAME CU-BR-STATUS-CODE
004500     END-CALL
004510     IF CU-BR-STATUS-CODE NOT = 'OK '
004520         DISPLAY 'Branch ' CU-NEW-BRANCH ' is not a branch of '
004530             'the bank. Entry rejected.'
004540         MOVE 'N' TO CU-ENTRY-VALID-SW
004550         GO TO 2100-ACCEPT-BRANCH-EXIT
004560     END-IF
004570     PERFORM 2150-READ-TRANSFER-BALANCE THRU
004580         2150-READ-TRANSFER-BALANCE-EXIT
004590     IF NOT CU-ENTRY-IS-VALID
004600         GO TO 2100-ACCEPT-BRANCH-EXIT
004610     END-IF
004620     MOVE CU-NEW-BRANCH TO CM-BRANCH-CODE
004630     SET CU-RECORD-CHANGED TO TRUE.
004640
004650 2100-ACCEPT-BRANCH-EXIT.
004660     EXIT.
004670
004680*****************************************************************
004690* 2150-READ-TRANSFER-BALANCE reads the balance that moves with *
004700* the account off the balance file and, for an account held in *
004710* a foreign currency, today's home rate for it, so the move can*
004720* be booked in the home currency.  Either one missing refuses  *
004730* the move.                                                    *
004740*****************************************************************
004750 2150-READ-TRANSFER-BALANCE.
004760     MOVE 'READ ' TO CU-DP-FUNCTION-CODE
004770     MOVE CM-ACCOUNT-ID TO AB-ACCOUNT-ID
004780     CALL 'DATA-PROGRAM' USING CU-DP-FUNCTION-CODE AB-ACCOUNT-ID
004790         AB-BALANCE CU-DP-STATUS-CODE AB-OD-LIMIT
004800         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
004810         AB-CURRENCY-CODE
004820     END-CALL
004830     IF NOT CU-DP-STATUS-CODE = 'OK '
004840         DISPLAY 'Account ' CM-ACCOUNT-ID ' could not be '
004850             'read from the balance file (status '
004860             CU-DP-STATUS-CODE '). Entry rejected.'
004870         MOVE 'N' TO CU-ENTRY-VALID-SW
004880         GO TO 2150-READ-TRANSFER-BALANCE-EXIT
004890     END-IF
004900     MOVE ZERO TO CU-FX-RATE
004910     IF AB-HOME-CURRENCY
004920         GO TO 2150-READ-TRANSFER-BALANCE-EXIT
004930     END-IF
004940     MOVE 'RATE ' TO CU-FX-FUNCTION-CODE
004950     CALL 'FXRATE-PROGRAM' USING CU-FX-FUNCTION-CODE
004960         AB-CURRENCY-CODE CU-FX-RATE CU-FX-STATUS-CODE
004970     END-CALL
004980     IF CU-FX-STATUS-CODE NOT = 'OK '
004990         DISPLAY 'No exchange rate on file today for currency '
005000             AB-CURRENCY-CODE ' (' CU-FX-STATUS-CODE
005010             '). Entry rejected.'
005020         MOVE 'N' TO CU-ENTRY-VALID-SW
005030     END-IF.
005040
005050 2150-READ-TRANSFER-BALANCE-EXIT.
005060     EXIT.
005070
005080*****************************************************************
005090* 3100-LOG-WITHHOLD-CHANGE stages the old and new backup-      *
005100* withholding flag for the change log under field name BWHD.   *
005110*****************************************************************
005120 3100-LOG-WITHHOLD-CHANGE.
005130     MOVE 'BWHD' TO CG-FIELD-NAME
005140     MOVE CU-OLD-WITHHOLD-FLAG TO CG-OLD-VALUE
005150     MOVE CU-NEW-WITHHOLD-FLAG TO CG-NEW-VALUE
005160     PERFORM 3000-WRITE-CHANGE-LOG.
005170
005180 3100-LOG-WITHHOLD-CHANGE-EXIT.
005190     EXIT.
005200
005210*****************************************************************
005220* 4000-CARRY-WITHHOLD-FLAG carries a changed backup-withholding*
005230* flag to every other account on the customer master with the  *
005240* same customer number, so the customer is withheld from on    *
005250* all of their accounts or on none.  Each account changed is   *
005260* logged and audited as its own CUSTMNT change.                *
005270*****************************************************************
005280 4000-CARRY-WITHHOLD-FLAG.
005290     MOVE CM-ACCOUNT-ID TO CU-WITHHOLD-ACCOUNT-ID
005300     MOVE CM-CUSTOMER-NO TO CU-WITHHOLD-CUSTOMER-NO
005310     SET CU-CUSTOMER-EOF-SW TO 'N'
005320     MOVE LOW-VALUES TO CM-ACCOUNT-ID
005330     START CUSTOMER-MASTER-FILE KEY IS >= CM-ACCOUNT-ID
005340         INVALID KEY
005350             SET CU-CUSTOMER-EOF TO TRUE
005360     END-START
005370     PERFORM 4100-CARRY-TO-ONE-ACCOUNT THRU
005380         4100-CARRY-TO-ONE-ACCOUNT-EXIT
005390         UNTIL CU-CUSTOMER-EOF
005400     MOVE CU-WITHHOLD-ACCOUNT-ID TO CM-ACCOUNT-ID.
005410
005420 4000-CARRY-WITHHOLD-FLAG-EXIT.
005430     EXIT.
005440
005450*****************************************************************
005460* 4100-CARRY-TO-ONE-ACCOUNT reads the next customer-master     *
005470* record and, when it belongs to the same customer and does    *
005480* not already carry the new flag, rewrites it with the flag.   *
005490*****************************************************************
005500 4100-CARRY-TO-ONE-ACCOUNT.
005510     READ CUSTOMER-MASTER-FILE NEXT RECORD
005520         AT END
005530             SET CU-CUSTOMER-EOF TO TRUE
005540             GO TO 4100-CARRY-TO-ONE-ACCOUNT-EXIT
005550     END-READ
005560     IF CM-ACCOUNT-ID = CU-WITHHOLD-ACCOUNT-ID
005570             OR CM-CUSTOMER-NO NOT NUMERIC
005580         GO TO 4100-CARRY-TO-ONE-ACCOUNT-EXIT
005590     END-IF
005600     IF CM-CUSTOMER-NO NOT = CU-WITHHOLD-CUSTOMER-NO
005610         GO TO 4100-CARRY-TO-ONE-ACCOUNT-EXIT
005620     END-IF
005630     IF CM-BACKUP-WITHHOLDING
005640         MOVE 'Y' TO CU-OLD-WITHHOLD-FLAG
005650     ELSE
005660         MOVE 'N' TO CU-OLD-WITHHOLD-FLAG
005670     END-IF
005680     IF CU-OLD-WITHHOLD-FLAG = CU-NEW-WITHHOLD-FLAG
005690         GO TO 4100-CARRY-TO-ONE-ACCOUNT-EXIT
005700     END-IF
005710     MOVE CU-NEW-WITHHOLD-FLAG TO CM-BACKUP-WITHHOLD-FLAG
005720     REWRITE CUSTOMER-MASTER-RECORD
005730         INVALID KEY
005740             DISPLAY 'CUSTOMER-MAINT: rewrite failed for '
005750                 'account ' CM-ACCOUNT-ID ' - status '
005760                 CM-FILE-STATUS '. Withholding NOT carried.'
005770             GO TO 4100-CARRY-TO-ONE-ACCOUNT-EXIT
005780     END-REWRITE
005790     PERFORM 3100-LOG-WITHHOLD-CHANGE
005800     PERFORM 9000-WRITE-MAINT-AUDIT THRU
005810         9000-WRITE-MAINT-AUDIT-EXIT
005820     ADD 1 TO CU-CHANGED-COUNT
005830     DISPLAY 'Account ' CM-ACCOUNT-ID ' carries the same '
005840         'customer number - backup withholding set to '
005850         CU-NEW-WITHHOLD-FLAG '.'.
005860
005870 4100-CARRY-TO-ONE-ACCOUNT-EXIT.
005880     EXIT.
005890
005900*****************************************************************
005910* 9200-WRITE-TRANSFER-AUDIT appends the entry that moves the   *
005920* account's balance between branches - BRANCHXF, or BRANCHLN   *
005930* for a loan - with the balance as it stands, the branch it    *
005940* now belongs to and the branch it came from.  The keyed branch*
005950* is left for AUDIT-CHAIN to take from the operator.  An account*
005960* held in a foreign currency carries its currency and today's   *
005970* home rate so GL-EXTRACT books the move in the home currency.  *
005980*****************************************************************
005990 9200-WRITE-TRANSFER-AUDIT.
006000     PERFORM 9100-INITIALIZE-AUDIT-SEQUENCE THRU
006010         9100-INITIALIZE-AUDIT-SEQUENCE-EXIT
006020     ADD 1 TO AT-RUN-SEQUENCE-NO
006030     MOVE AT-RUN-SEQUENCE-NO TO AT-SEQUENCE-NO
006040     MOVE AT-TODAY-DATE TO AT-TRAN-DATE
006050     ACCEPT AT-TRAN-TIME FROM TIME
006060     MOVE CM-ACCOUNT-ID TO AT-ACCOUNT-ID
006070     IF AB-TYPE-LOAN
006080         MOVE 'BRANCHLN' TO AT-OPERATION-CODE
006090     ELSE
006100         MOVE 'BRANCHXF' TO AT-OPERATION-CODE
006110     END-IF
006120     IF AB-BALANCE < ZERO
006130         COMPUTE AT-AMOUNT = ZERO - AB-BALANCE
006140     ELSE
006150         MOVE AB-BALANCE TO AT-AMOUNT
006160     END-IF
006170     MOVE AB-BALANCE TO AT-RESULTING-BALANCE
006180     MOVE AB-OVERDRAWN-FLAG TO AT-OVERDRAWN-FLAG
006190     MOVE SPACES TO AT-SUPERVISOR-ID
006200     MOVE CU-SIGNON-ID TO AT-OPERATOR-ID
006210     MOVE ZERO TO AT-ORIG-DATE
006220     MOVE ZERO TO AT-ORIG-SEQ
006230     MOVE SPACES TO AT-CURRENCY-BLOCK AT-BRANCH-BLOCK
006240     IF NOT AB-HOME-CURRENCY
006250         MOVE AB-CURRENCY-CODE TO AT-CURRENCY-CODE
006260         MOVE CU-FX-RATE TO AT-HOME-RATE
006270         MOVE ZERO TO AT-COUNTER-AMOUNT
006280         MOVE ZERO TO AT-EXCHANGE-RATE
006290     END-IF
006300     MOVE CU-NEW-BRANCH TO AT-ACCOUNT-BRANCH
006310     MOVE CU-OLD-BRANCH TO AT-PRIOR-BRANCH
006320     MOVE 'STAMP' TO CU-CHAIN-FUNCTION-CODE
006330     CALL 'AUDIT-CHAIN' USING CU-CHAIN-FUNCTION-CODE
006340         AUDIT-TRAIL-RECORD
006350     END-CALL
006360
006370     OPEN EXTEND AUDIT-TRAIL-FILE
006380     IF NOT AT-FILE-STATUS = '00' AND NOT AT-FILE-STATUS = '05'
006390         CLOSE AUDIT-TRAIL-FILE
006400         OPEN OUTPUT AUDIT-TRAIL-FILE
006410     END-IF
006420     WRITE AUDIT-TRAIL-RECORD
006430     CLOSE AUDIT-TRAIL-FILE
006440     DISPLAY 'Account moved from branch ' CU-OLD-BRANCH ' to '
006450         CU-NEW-BRANCH ' - recorded on the audit trail as '
006460         AT-OPERATION-CODE ' (entry ' AT-SEQUENCE-NO ').'.
006470
006480 9200-WRITE-TRANSFER-AUDIT-EXIT.
006490     EXIT.
