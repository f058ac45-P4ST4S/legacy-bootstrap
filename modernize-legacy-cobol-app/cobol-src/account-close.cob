000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 09/02/2026  RLM  Original version.                           *
000103* 10/15/2026  RLM  INWARD entries net as credits and REVIW as  *
000106*                  debits, matching the movement each posts.   *
000107* 10/15/2026  RLM  CHEQUE entries net as debits, matching the  *
000108*                  movement each posts.                        *
000109* 10/15/2026  RLM  Installment-loan postings net into the      *
000110*                  account's movement: LOANDISB, LOANADV, and  *
000111*                  LOANINT raise the balance, LOANPAY and      *
000112*                  LOANRCV lower it.                           *
000113* 10/15/2026  RLM  The final statement is addressed to the     *
000114*                  customer-master holder and to every joint   *
000116*                  holder linked on the account-relationship   *
000118*                  file.                                       *
000120* 10/15/2026  RLM  TAXWH entries - backup withholding - net as *
000121*                  debits and REVTW as credits, matching the   *
000122*                  movement each posts.                        *
000123* 10/15/2026  RLM  ESCHEAT entries - a dormant balance         *
000124*                  remitted as unclaimed property - net as     *
000125*                  debits, matching the movement each posts.   *
000126* 10/15/2026  RLM  The customer is sent a closure notice with  *
000127*                  the balance settled and final interest.     *
000128*****************************************************************
000129*
000130*****************************************************************
000140* ACCOUNT-CLOSE is the formal account-closing run, the bookend *
000150* to ACCOUNT-OPEN.  For each account it refuses to close one   *
000210* under supervisor authorization, stamps the close date on     *
000220* the customer master alongside the open date, and prints the  *
000230* final statement in STATEMENT-RUN's format to the closing     *
000240* statement file, addressed to the holder and every joint      *
000250* holder on the account-relationship file.  A settlement       *
000260* OPERATIONS refuses - an open funds hold, for instance -      *
000270* leaves the account untouched and is reported; release the    *
000271* hold and run again.  The supervisor keys their ID once at    *
000272* the start.                                                   *
000273* The customer is sent a closure notice giving the balance     *
000274* settled and the final interest, requested through            *
000276* NOTICE-REQUEST for the nightly LETTER-RUN.                   *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000560     SELECT CLOSING-STATEMENT-FILE ASSIGN TO "CLOSESTM"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580
000582     SELECT RELATIONSHIP-FILE ASSIGN TO "ACCTREL"
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS AP-FILE-STATUS.
000588
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CUSTOMER-MASTER-FILE.
000810 FD  CLOSING-STATEMENT-FILE.
000820 01  CLOSING-STATEMENT-LINE      PIC X(80).
000830
000832 FD  RELATIONSHIP-FILE.
000834 01  RELATIONSHIP-RECORD.
000836     COPY RELREC.
000838
000840 WORKING-STORAGE SECTION.
000850 01  CM-FILE-STATUS               PIC X(02) VALUE '00'.
000860 01  SO-FILE-STATUS               PIC X(02) VALUE '00'.
000870 01  AC-PARAMETER-FILE-STATUS     PIC X(02) VALUE '00'.
000880 01  TH-FILE-STATUS               PIC X(02) VALUE '00'.
000890 01  AT-FILE-STATUS               PIC X(02) VALUE '00'.
000895 01  AP-FILE-STATUS               PIC X(02) VALUE '00'.
000900
000910 01  AC-SWITCHES.
000920     05  AC-DONE-SW              PIC X(01) VALUE 'N'.
001120         88  AC-INTEREST-ON-TRAIL         VALUE 'Y'.
001130     05  AC-OVERFLOW-SW          PIC X(01) VALUE 'N'.
001140         88  AC-TABLE-OVERFLOWED          VALUE 'Y'.
001143     05  AC-PARTY-EOF-SW         PIC X(01) VALUE 'N'.
001146         88  AC-PARTY-EOF                 VALUE 'Y'.
001150
001160 01  AC-CONSTANTS.
001170     05  AC-DEFAULT-RATE         PIC 9V9(4) VALUE 0.0025.
001470 01  AC-NEW-STATUS                PIC X(01) VALUE 'C'.
001480 01  AC-INTEREST-OPERATION        PIC X(08) VALUE 'INTEREST'.
001490 01  AC-INTEREST-AMOUNT           PIC S9(9)V99 VALUE ZERO.
001492 01  AC-SETTLED-AMOUNT            PIC S9(9)V99 VALUE ZERO.
001494
001496 01  AC-NOTICE-REQUEST.
001498     COPY NOTCREC.
001500
001510 01  CURRENT-ACCOUNT-RECORD.
001520     COPY ACCTREC.
001740     05  AC-S-OPERATION-CODE     PIC X(08).
001750     05  AC-S-AMOUNT             PIC 9(9)V99.
001760     05  AC-S-RESULTING-BAL      PIC S9(9)V99.
001761
001762*****************************************************************
001763* Every active joint holder on the account-relationship file,  *
001764* loaded once at startup so the final statement can be         *
001765* addressed to all of the account's holders.                   *
001766*****************************************************************
001767 01  AC-HOLDER-TABLE.
001768     05  AC-HOLDER-ENTRY OCCURS 1000 TIMES
001769             INDEXED BY AC-HOLDER-IDX.
001770         10  AC-J-ACCOUNT-ID     PIC 9(10).
001771         10  AC-J-NAME           PIC X(30).
001772         10  AC-J-ADDRESS        PIC X(40).
001773 01  AC-HOLDER-COUNT              PIC 9(04) VALUE ZERO.
001774
001780 01  AC-HEADING-LINE.
001790     05  FILLER                   PIC X(27) VALUE
001800         'FINAL STATEMENT - ACCOUNT '.
001860 01  AC-BALANCE-LINE.
001870     05  AC-B-CAPTION             PIC X(17).
001880     05  AC-B-BALANCE             PIC -Z,ZZZ,ZZZ,ZZ9.99.
001881
001882 01  AC-ADDRESS-LINE.
001883     05  FILLER                   PIC X(06) VALUE
001884         '  TO: '.
001885     05  AC-A-NAME                PIC X(30).
001886     05  FILLER                   PIC X(01) VALUE SPACE.
001887     05  AC-A-ADDRESS             PIC X(40).
001890
001900 01  AC-DETAIL-LINE.
001910     05  FILLER                   PIC X(02) VALUE SPACES.
002110     PERFORM 1000-OPEN-CUSTOMER-MASTER
002120     PERFORM 1100-LOAD-PARAMETER-TABLE THRU
002130         1100-LOAD-PARAMETER-TABLE-EXIT
002133     PERFORM 1200-LOAD-HOLDER-TABLE THRU
002136         1200-LOAD-HOLDER-TABLE-EXIT
002140     OPEN OUTPUT CLOSING-STATEMENT-FILE
002150
002160     PERFORM 2000-CLOSE-ONE-ACCOUNT THRU
002870                     AC-PARM-RATE (AC-PARM-IDX)
002880             END-IF
002890     END-READ.
002891
002892 1110-READ-PARAMETER-RECORD-EXIT.
002893     EXIT.
002894
002895*****************************************************************
002896* 1200-LOAD-HOLDER-TABLE loads every active joint holder off   *
002897* the account-relationship file.  A missing file means no      *
002898* joint holders - the final statement goes to the holder on    *
002899* the customer master alone.                                   *
002900*****************************************************************
002901 1200-LOAD-HOLDER-TABLE.
002902     OPEN INPUT RELATIONSHIP-FILE
002903     IF AP-FILE-STATUS = '00'
002904         PERFORM 1210-READ-PARTY-RECORD THRU
002905             1210-READ-PARTY-RECORD-EXIT
002906             UNTIL AC-PARTY-EOF
002907         CLOSE RELATIONSHIP-FILE
002908     END-IF.
002909
002910 1200-LOAD-HOLDER-TABLE-EXIT.
002911     EXIT.
002912
002913*****************************************************************
002914* 1210-READ-PARTY-RECORD reads one relationship entry and      *
002915* keeps it in the next free slot when it is an active joint    *
002916* holder.                                                      *
002917*****************************************************************
002918 1210-READ-PARTY-RECORD.
002919     READ RELATIONSHIP-FILE
002920         AT END
002921             SET AC-PARTY-EOF TO TRUE
002922             GO TO 1210-READ-PARTY-RECORD-EXIT
002923     END-READ
002924     IF NOT AP-IS-ACTIVE OR NOT AP-ROLE-JOINT
002925         GO TO 1210-READ-PARTY-RECORD-EXIT
002926     END-IF
002927     IF AC-HOLDER-COUNT >= 1000
002928         DISPLAY 'ACCOUNT-CLOSE: more than 1000 joint holders '
002929             'on file - holders beyond 1000 are not addressed.'
002930         SET AC-PARTY-EOF TO TRUE
002931         GO TO 1210-READ-PARTY-RECORD-EXIT
002932     END-IF
002933     ADD 1 TO AC-HOLDER-COUNT
002934     SET AC-HOLDER-IDX TO AC-HOLDER-COUNT
002935     MOVE AP-ACCOUNT-ID TO AC-J-ACCOUNT-ID (AC-HOLDER-IDX)
002936     MOVE AP-PARTY-NAME TO AC-J-NAME (AC-HOLDER-IDX)
002937     MOVE AP-PARTY-ADDRESS TO AC-J-ADDRESS (AC-HOLDER-IDX).
002938
002939 1210-READ-PARTY-RECORD-EXIT.
002940     EXIT.
002941
002942*****************************************************************
002950* 2000-CLOSE-ONE-ACCOUNT prompts for one account and performs  *
002960* the closing steps: standing-order check, final interest,     *
002970* settlement, closed status, close date, final statement.  An  *
003360     END-IF
003370
003380     PERFORM 6000-STAMP-CLOSE-DATE
003382     PERFORM 6500-REQUEST-CLOSURE-NOTICE THRU
003384         6500-REQUEST-CLOSURE-NOTICE-EXIT
003390     PERFORM 7000-PRINT-FINAL-STATEMENT THRU
003400         7000-PRINT-FINAL-STATEMENT-EXIT
003410     ADD 1 TO AC-CLOSED-COUNT
004500*****************************************************************
004510 3000-POST-FINAL-INTEREST.
004520     SET AC-ENTRY-IS-VALID TO TRUE
004525     MOVE ZERO TO AC-INTEREST-AMOUNT
004530     IF AB-BALANCE NOT > ZERO
004540         GO TO 3000-POST-FINAL-INTEREST-EXIT
004550     END-IF
005740*****************************************************************
005750 4000-SETTLE-BALANCE.
005760     SET AC-ENTRY-IS-VALID TO TRUE
005765     MOVE AB-BALANCE TO AC-SETTLED-AMOUNT
005770     IF AB-BALANCE = ZERO
005780         GO TO 4000-SETTLE-BALANCE-EXIT
005790     END-IF
006420
006430 6000-STAMP-CLOSE-DATE-EXIT.
006440     EXIT.
006441
006442*****************************************************************
006443* 6500-REQUEST-CLOSURE-NOTICE drops a closure notice for the   *
006444* account just closed: the balance settled - positive when it  *
006445* was paid out, negative when it was collected - the final     *
006446* interest credited, and the close date.                       *
006447*****************************************************************
006448 6500-REQUEST-CLOSURE-NOTICE.
006449     MOVE SPACES TO AC-NOTICE-REQUEST
006450     SET NR-CLOSURE-NOTICE TO TRUE
006451     MOVE AB-ACCOUNT-ID TO NR-ACCOUNT-ID
006452     MOVE CM-CUSTOMER-NO TO NR-CUSTOMER-NO
006453     MOVE AC-TODAY TO NR-REQUEST-DATE
006454     MOVE AC-OPERATOR-ID TO NR-REQUESTED-BY
006455     MOVE AC-SETTLED-AMOUNT TO NR-FIRST-AMOUNT
006456     MOVE AC-INTEREST-AMOUNT TO NR-SECOND-AMOUNT
006457     MOVE AC-TODAY TO NR-REFERENCE-DATE
006458     CALL 'NOTICE-REQUEST' USING AC-NOTICE-REQUEST
006459     END-CALL.
006460
006461 6500-REQUEST-CLOSURE-NOTICE-EXIT.
006462     EXIT.
006463
006464*****************************************************************
006470* 7000-PRINT-FINAL-STATEMENT writes the account's final        *
006480* statement page in STATEMENT-RUN's format: the closing        *
006490* month's entries off the history file and the live trail -    *
006850     MOVE AB-ACCOUNT-ID TO AC-H-ACCOUNT-ID
006860     MOVE AC-TODAY-PERIOD TO AC-H-PERIOD
006870     WRITE CLOSING-STATEMENT-LINE FROM AC-HEADING-LINE
006871     MOVE CM-CUSTOMER-NAME TO AC-A-NAME
006872     MOVE CM-CUSTOMER-ADDRESS TO AC-A-ADDRESS
006873     WRITE CLOSING-STATEMENT-LINE FROM AC-ADDRESS-LINE
006874     SET AC-HOLDER-IDX TO 1
006875     PERFORM 7500-WRITE-JOINT-HOLDER THRU
006876         7500-WRITE-JOINT-HOLDER-EXIT
006877         UNTIL AC-HOLDER-IDX > AC-HOLDER-COUNT
006880     MOVE ALL '=' TO CLOSING-STATEMENT-LINE
006890     WRITE CLOSING-STATEMENT-LINE
006900
007980         WHEN 'REVDB   '
007990         WHEN 'REVTO   '
008000         WHEN 'REVFE   '
008002         WHEN 'REVTW   '
008005         WHEN 'INWARD  '
008006         WHEN 'LOANDISB'
008007         WHEN 'LOANADV '
008008         WHEN 'LOANINT '
008010         WHEN 'TRANSIN '
008020             ADD AC-S-AMOUNT TO AC-NET-POSTING
008030         WHEN 'DEBIT   '
008060         WHEN 'REVTI   '
008070         WHEN 'FEE     '
008080         WHEN 'PAYMENT '
008081         WHEN 'REVIW   '
008082         WHEN 'CHEQUE  '
008083         WHEN 'LOANPAY '
008084         WHEN 'LOANRCV '
008085         WHEN 'TAXWH   '
008086         WHEN 'ESCHEAT '
008090         WHEN 'TRANSOUT'
008100             SUBTRACT AC-S-AMOUNT FROM AC-NET-POSTING
008110         WHEN OTHER
008320
008330 7400-WRITE-DETAIL-LINE-EXIT.
008340     EXIT.
008350
008360*****************************************************************
008370* 7500-WRITE-JOINT-HOLDER writes an address line for the       *
008380* table slot under the index when it is a joint holder of the  *
008390* account being closed, then advances to the next.             *
008400*****************************************************************
008410 7500-WRITE-JOINT-HOLDER.
008420     IF AC-J-ACCOUNT-ID (AC-HOLDER-IDX) = AB-ACCOUNT-ID
008430         MOVE AC-J-NAME (AC-HOLDER-IDX) TO AC-A-NAME
008440         MOVE AC-J-ADDRESS (AC-HOLDER-IDX) TO AC-A-ADDRESS
008450         WRITE CLOSING-STATEMENT-LINE FROM AC-ADDRESS-LINE
008460     END-IF
008470     SET AC-HOLDER-IDX UP BY 1.
008480
008490 7500-WRITE-JOINT-HOLDER-EXIT.
008500     EXIT.
