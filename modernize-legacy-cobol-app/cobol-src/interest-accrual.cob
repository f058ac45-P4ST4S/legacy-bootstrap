000200*                  different rates; the old 0.0025 remains      *
000210*                  only as the fallback when the parameter      *
000220*                  file is not available.                       *
000223* 10/15/2026  RLM  Term deposits are skipped - they earn their  *
000226*                  contracted rate from MATURITY-RUN instead.   *
000227* 10/15/2026  RLM  Loan accounts are skipped - their balance    *
000228*                  is principal owed, not a deposit.            *
000229* 10/15/2026  RLM  Backup withholding: when the account's       *
000230*                  customer is flagged on the customer master,  *
000231*                  the statutory rate from the bank parameter   *
000232*                  file is taken off the interest just          *
000233*                  credited and posted through OPERATIONS'      *
000234*                  TAXWH operation.  The run will not start     *
000235*                  without the customer master, since it        *
000236*                  could not tell whom to withhold from.        *
000237*****************************************************************
000240*
000250*****************************************************************
000260* INTEREST-ACCRUAL is run at month end.  It walks every account *
000300* earned as a CREDIT through OPERATIONS - which leaves its own  *
000310* audit trail entry - so interest does not have to be           *
000320* calculated and keyed by hand for every account.               *
000322* When the customer is flagged for backup withholding on the    *
000324* customer master, the statutory percentage of that interest    *
000326* is withheld at once as a TAXWH posting, which the GL extract  *
000328* books to tax payable and TAX-REPORT-RUN reports at year end.  *
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS IA-PARAMETER-FILE-STATUS.
000400
000401     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000404         RECORD KEY IS CM-ACCOUNT-ID
000405         FILE STATUS IS CM-FILE-STATUS.
000406
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  PARAMETER-FILE.
000440 01  PARAMETER-FILE-RECORD.
000450     COPY PARMREC.
000452
000454 FD  CUSTOMER-MASTER-FILE.
000456 01  CUSTOMER-MASTER-RECORD.
000458     COPY CUSTREC.
000460
000470 WORKING-STORAGE SECTION.
000480 01  IA-SWITCHES.
000550
000560 01  IA-COUNTERS.
000570     05  IA-ACCOUNT-COUNT         PIC 9(06) VALUE ZERO.
000573     05  IA-WITHHELD-COUNT        PIC 9(06) VALUE ZERO.
000576     05  IA-WITHHELD-TOTAL        PIC 9(11)V99 VALUE ZERO.
000580
000590 01  IA-CONSTANTS.
000600     05  IA-DEFAULT-RATE          PIC 9V9(4) VALUE 0.0025.
000605     05  IA-DEFAULT-WITHHOLD-RATE PIC 9V9(4) VALUE 0.2400.
000610
000620 01  IA-MONTHLY-RATE              PIC 9V9(4) VALUE 0.0025.
000625 01  IA-WITHHOLD-RATE             PIC 9V9(4) VALUE 0.2400.
000630 01  IA-PARAMETER-FILE-STATUS     PIC X(02) VALUE '00'.
000635 01  CM-FILE-STATUS               PIC X(02) VALUE '00'.
000640
000650 01  IA-PARAMETER-TABLE.
000660     05  IA-PARM-ENTRY OCCURS 10 TIMES
000670             INDEXED BY IA-PARM-IDX.
000680         10  IA-PARM-TYPE         PIC X(01).
000690         10  IA-PARM-RATE         PIC 9V9(4).
000695         10  IA-PARM-WITHHOLD-RATE PIC 9V9(4).
000700 01  IA-PARM-COUNT                PIC 9(02) VALUE ZERO.
000710 01  IA-LOOKUP-TYPE               PIC X(01).
000720
000740 01  IA-STATUS-CODE               PIC X(03).
000750 01  IA-OPERATION-CODE            PIC X(08) VALUE 'INTEREST'.
000760 01  IA-INTEREST-AMOUNT           PIC S9(9)V99.
000761 01  IA-WITHHOLD-CODE             PIC X(08) VALUE 'TAXWH   '.
000762 01  IA-WITHHOLD-AMOUNT           PIC S9(9)V99.
000763 01  IA-SUPERVISOR-ID             PIC X(08) VALUE SPACES.
000764 01  IA-TO-ACCOUNT-ID             PIC 9(10) VALUE ZERO.
000765 01  IA-OPERATOR-ID               PIC X(08) VALUE SPACES.
000766 01  IA-RESULT-STATUS             PIC X(03).
000770 01  IA-DUMMY-FUNCTION            PIC X(05).
000780
000790 01  CURRENT-ACCOUNT-RECORD.
000830 0000-MAIN-CONTROL.
000840     PERFORM 1000-LOAD-PARAMETER-TABLE THRU
000850         1000-LOAD-PARAMETER-TABLE-EXIT
000851
000852     OPEN INPUT CUSTOMER-MASTER-FILE
000853     IF NOT CM-FILE-STATUS = '00'
000854         DISPLAY 'INTEREST-ACCRUAL: CUSTMST failed to open - '
000855             'status ' CM-FILE-STATUS '. Backup withholding '
000856             'cannot be checked, so no interest is posted.'
000857         STOP RUN
000858     END-IF
000860
000870     MOVE 'FIRST' TO IA-FUNCTION-CODE
000880     CALL 'DATA-PROGRAM' USING IA-FUNCTION-CODE AB-ACCOUNT-ID
000980         AB-ACCOUNT-ID AB-BALANCE
000990     END-CALL
001000
001003     CLOSE CUSTOMER-MASTER-FILE
001006
001010     DISPLAY 'INTEREST-ACCRUAL: ' IA-ACCOUNT-COUNT
001020         ' account(s) credited with interest.'
001022     DISPLAY 'INTEREST-ACCRUAL: ' IA-WITHHELD-COUNT
001024         ' account(s) had backup withholding taken, total '
001026         IA-WITHHELD-TOTAL '.'
001030     STOP RUN.
001040
001050*****************************************************************
001060* 3000-ACCRUE-INTEREST computes and posts the interest due on   *
001070* the account just browsed, then browses the next account on    *
001080* file.  Overdrawn and zero-balance accounts earn no interest.  *
001083* Term deposits earn their contracted rate at maturity from     *
001086* MATURITY-RUN instead, and are skipped here, as are loans,     *
001087* whose interest is charged installment by installment.        *
001088* Interest that posts is checked for backup withholding.       *
001090*****************************************************************
001100 3000-ACCRUE-INTEREST.
001110     IF IA-STATUS-CODE = 'EOF'
001120         SET IA-END-OF-FILE TO TRUE
001130     ELSE
001140         IF AB-BALANCE > ZERO
001145                 AND NOT AB-TYPE-TERM-DEPOSIT
001147                 AND NOT AB-TYPE-LOAN
001150             PERFORM 3100-SET-ACCOUNT-RATE THRU
001160                 3100-SET-ACCOUNT-RATE-EXIT
001170             COMPUTE IA-INTEREST-AMOUNT ROUNDED =
001190             IF IA-INTEREST-AMOUNT > ZERO
001200                 CALL 'OPERATIONS' USING AB-ACCOUNT-ID
001210                     IA-OPERATION-CODE IA-INTEREST-AMOUNT
001220                     AB-BALANCE IA-SUPERVISOR-ID IA-TO-ACCOUNT-ID
001225                     IA-OPERATOR-ID IA-RESULT-STATUS
001230                 END-CALL
001240                 ADD 1 TO IA-ACCOUNT-COUNT
001242                 IF IA-RESULT-STATUS = 'OK '
001244                     PERFORM 3200-WITHHOLD-TAX THRU
001246                         3200-WITHHOLD-TAX-EXIT
001248                 END-IF
001250             END-IF
001260         END-IF
001270
001780                     IA-PARM-TYPE (IA-PARM-IDX)
001790                 MOVE PM-MONTHLY-RATE TO
001800                     IA-PARM-RATE (IA-PARM-IDX)
001801                 IF PM-WITHHOLDING-RATE NUMERIC
001802                     MOVE PM-WITHHOLDING-RATE TO
001803                         IA-PARM-WITHHOLD-RATE (IA-PARM-IDX)
001804                 ELSE
001805                     MOVE IA-DEFAULT-WITHHOLD-RATE TO
001806                         IA-PARM-WITHHOLD-RATE (IA-PARM-IDX)
001807                 END-IF
001810             END-IF
001820     END-READ.
001830
001890* just browsed from its type's bank parameter record.  An      *
001900* account written before the type field existed counts as     *
001910* checking; a type with no parameter record falls back to the *
001920* shipped default rate.  The backup-withholding rate comes     *
001925* from the same record, or its shipped default.                *
001930*****************************************************************
001940 3100-SET-ACCOUNT-RATE.
001950     IF AB-ACCOUNT-TYPE = SPACE
002050             OR IA-PARM-FOUND
002060     IF IA-PARM-FOUND
002070         MOVE IA-PARM-RATE (IA-PARM-IDX) TO IA-MONTHLY-RATE
002073         MOVE IA-PARM-WITHHOLD-RATE (IA-PARM-IDX) TO
002076             IA-WITHHOLD-RATE
002080     ELSE
002090         MOVE IA-DEFAULT-RATE TO IA-MONTHLY-RATE
002095         MOVE IA-DEFAULT-WITHHOLD-RATE TO IA-WITHHOLD-RATE
002100     END-IF.
002110
002120 3100-SET-ACCOUNT-RATE-EXIT.
002250
002260 3110-COMPARE-PARAMETER-ENTRY-EXIT.
002270     EXIT.
002280
002290*****************************************************************
002300* 3200-WITHHOLD-TAX looks the account up on the customer       *
002310* master and, when its customer is flagged for backup          *
002320* withholding, takes the statutory percentage of the interest  *
002330* just credited back off the account as a TAXWH posting.  An   *
002340* account missing from the customer master is not withheld     *
002350* from and is reported.                                        *
002360*****************************************************************
002370 3200-WITHHOLD-TAX.
002380     MOVE AB-ACCOUNT-ID TO CM-ACCOUNT-ID
002390     READ CUSTOMER-MASTER-FILE
002400         INVALID KEY
002410             DISPLAY 'INTEREST-ACCRUAL: account ' AB-ACCOUNT-ID
002420                 ' is not on the customer master - backup '
002430                 'withholding not checked.'
002440             GO TO 3200-WITHHOLD-TAX-EXIT
002450     END-READ
002460     IF NOT CM-BACKUP-WITHHOLDING
002470         GO TO 3200-WITHHOLD-TAX-EXIT
002480     END-IF
002490     COMPUTE IA-WITHHOLD-AMOUNT ROUNDED =
002500         IA-INTEREST-AMOUNT * IA-WITHHOLD-RATE
002510     IF IA-WITHHOLD-AMOUNT NOT > ZERO
002520         GO TO 3200-WITHHOLD-TAX-EXIT
002530     END-IF
002540     CALL 'OPERATIONS' USING AB-ACCOUNT-ID IA-WITHHOLD-CODE
002550         IA-WITHHOLD-AMOUNT AB-BALANCE IA-SUPERVISOR-ID
002560         IA-TO-ACCOUNT-ID IA-OPERATOR-ID IA-RESULT-STATUS
002570     END-CALL
002580     IF IA-RESULT-STATUS = 'OK '
002590         ADD 1 TO IA-WITHHELD-COUNT
002600         ADD IA-WITHHOLD-AMOUNT TO IA-WITHHELD-TOTAL
002610     ELSE
002620         DISPLAY 'INTEREST-ACCRUAL: *** backup withholding of '
002630             IA-WITHHOLD-AMOUNT ' NOT posted to account '
002640             AB-ACCOUNT-ID ' - result ' IA-RESULT-STATUS
002650             '. Post it by hand. ***'
002660     END-IF.
002670
002680 3200-WITHHOLD-TAX-EXIT.
002690     EXIT.
