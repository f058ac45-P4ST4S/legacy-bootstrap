000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHEQUE-CLEARING.
000030 AUTHOR. DATA PROCESSING DEPT.
000040 INSTALLATION. FIRST COMMERCIAL BANK.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 10/15/2026  RLM  Original version.                           *
000102* 10/15/2026  RLM  A cheque drawn on an account held in a      *
000104*                  foreign currency is returned with reason    *
000106*                  CUR - presented cheques are in home         *
000108*                  currency and are never debited unconverted. *
000110*****************************************************************
000120*
000130*****************************************************************
000140* CHEQUE-CLEARING is the nightly inward cheque-clearing job.   *
000150* It reads the clearing house's presented-cheque file and      *
000160* pays or refuses each cheque drawn on one of our accounts.    *
000170* A cheque is refused when its number has already been paid    *
000180* on the account, when it falls under an active stop on the    *
000190* stop-payment register, or when OPERATIONS will not post it - *
000200* the CHEQUE operation applies the same status, available-     *
000210* balance, and overdraft rules as a DEBIT.  A paid cheque is   *
000220* added to the paid-cheque register so a second presentment    *
000230* is caught; a refused one goes to the return file for the     *
000240* clearing house with its reason code and onto the returned-   *
000250* items report.                                                *
000260*                                                              *
000270* RETURN REASON CODES:                                         *
000280*   INV  item unreadable - account, number, or amount bad      *
000290*   DUP  cheque number already paid on the account             *
000300*   STP  payment stopped by the drawer                         *
000310*   NSF  would exceed the available balance and overdraft      *
000320*   NOF  account not on file                                   *
000330*   STA  account frozen, closed, or dormant                    *
000335*   CUR  account held in a foreign currency                    *
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PRESENTED-FILE ASSIGN TO "CHQIN"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS CQ-FILE-STATUS.
000410
000420     SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPPAY"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS CS-FILE-STATUS.
000450
000460     SELECT PAID-CHEQUE-FILE ASSIGN TO "CHQPAID"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS PD-FILE-STATUS.
000490
000500     SELECT RETURN-FILE ASSIGN TO "CHQRTN"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS QR-FILE-STATUS.
000530
000540     SELECT RETURN-REPORT-FILE ASSIGN TO "CHQRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PRESENTED-FILE.
000600 01  PRESENTED-RECORD.
000610     COPY CHQREC.
000620
000630 FD  STOP-PAYMENT-FILE.
000640 01  STOP-PAYMENT-RECORD.
000650     COPY STOPREC.
000660
000670 FD  PAID-CHEQUE-FILE.
000680 01  PAID-CHEQUE-RECORD.
000690     05  PD-ACCOUNT-ID           PIC 9(10).
000700     05  FILLER                  PIC X(01).
000710     05  PD-CHEQUE-NO            PIC 9(08).
000720     05  FILLER                  PIC X(01).
000730     05  PD-PAID-DATE            PIC 9(08).
000740     05  FILLER                  PIC X(01).
000750     05  PD-AMOUNT               PIC 9(9)V99.
000760     05  FILLER                  PIC X(01).
000770     05  PD-ITEM-REF             PIC X(16).
000780
000790 FD  RETURN-FILE.
000800 01  RETURN-RECORD.
000810     05  QR-REASON-CODE          PIC X(03).
000820     05  FILLER                  PIC X(01).
000830     05  QR-RETURN-DATE          PIC 9(08).
000840     05  FILLER                  PIC X(01).
000850     05  QR-CHEQUE-ITEM          PIC X(69).
000860
000870 FD  RETURN-REPORT-FILE.
000880 01  RETURN-REPORT-LINE          PIC X(80).
000890
000900 WORKING-STORAGE SECTION.
000910 01  CQ-FILE-STATUS              PIC X(02) VALUE '00'.
000920 01  CS-FILE-STATUS              PIC X(02) VALUE '00'.
000930 01  PD-FILE-STATUS              PIC X(02) VALUE '00'.
000940 01  QR-FILE-STATUS              PIC X(02) VALUE '00'.
000950
000960 01  CH-SWITCHES.
000970     05  CH-PRESENTED-EOF-SW     PIC X(01) VALUE 'N'.
000980         88  CH-PRESENTED-EOF             VALUE 'Y'.
000990     05  CH-STOP-EOF-SW          PIC X(01) VALUE 'N'.
001000         88  CH-STOP-EOF                  VALUE 'Y'.
001010     05  CH-PAID-EOF-SW          PIC X(01) VALUE 'N'.
001020         88  CH-PAID-EOF                  VALUE 'Y'.
001030     05  CH-MATCH-FOUND-SW       PIC X(01) VALUE 'N'.
001040         88  CH-MATCH-FOUND               VALUE 'Y'.
001050
001060 01  CH-TODAY                    PIC 9(08) VALUE ZERO.
001070 01  CH-BD-FUNCTION-CODE         PIC X(05).
001080 01  CH-DP-FUNCTION-CODE         PIC X(05).
001090 01  CH-REASON-CODE              PIC X(03) VALUE SPACES.
001092 01  CH-DP-STATUS-CODE           PIC X(03).
001094
001096 01  CH-ACCOUNT-RECORD.
001098     COPY ACCTREC.
001100
001110 01  CH-COUNTERS.
001120     05  CH-READ-COUNT           PIC 9(06) VALUE ZERO.
001130     05  CH-PAID-COUNT           PIC 9(06) VALUE ZERO.
001140     05  CH-RETURNED-COUNT       PIC 9(06) VALUE ZERO.
001150 01  CH-PAID-TOTAL               PIC S9(11)V99 VALUE ZERO.
001160 01  CH-RETURNED-TOTAL           PIC S9(11)V99 VALUE ZERO.
001170
001180 01  CH-OPERATION-CODE           PIC X(08) VALUE 'CHEQUE  '.
001190 01  CH-ACCOUNT-ID               PIC 9(10).
001200 01  CH-AMOUNT                   PIC S9(9)V99.
001210 01  CH-BALANCE                  PIC S9(9)V99.
001220 01  CH-SUPERVISOR-ID            PIC X(08) VALUE SPACES.
001230 01  CH-TO-ACCOUNT-ID            PIC 9(10) VALUE ZERO.
001240 01  CH-OPERATOR-ID              PIC X(08) VALUE 'CHQCLEAR'.
001250 01  CH-RESULT-STATUS            PIC X(03).
001260
001270 01  CH-REPORT-DETAIL.
001280     05  CH-D-ACCOUNT            PIC 9(10).
001290     05  FILLER                  PIC X(01) VALUE SPACE.
001300     05  CH-D-CHEQUE-NO          PIC 9(08).
001310     05  FILLER                  PIC X(01) VALUE SPACE.
001320     05  CH-D-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
001330     05  FILLER                  PIC X(01) VALUE SPACE.
001340     05  CH-D-ITEM-REF           PIC X(16).
001350     05  FILLER                  PIC X(01) VALUE SPACE.
001360     05  CH-D-REASON-CODE        PIC X(03).
001370     05  FILLER                  PIC X(01) VALUE SPACE.
001380     05  CH-D-REASON-TEXT        PIC X(24).
001390
001400 01  CH-REPORT-TOTAL.
001410     05  CH-R-LABEL              PIC X(20).
001420     05  CH-R-COUNT              PIC ZZZ,ZZ9.
001430     05  FILLER                  PIC X(10) VALUE ' ITEM(S)  '.
001440     05  CH-R-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
001450
001460 PROCEDURE DIVISION.
001470 0000-MAIN-CONTROL.
001480     MOVE 'GET  ' TO CH-BD-FUNCTION-CODE
001490     CALL 'BUSDATE-PROGRAM' USING CH-BD-FUNCTION-CODE CH-TODAY
001500     END-CALL
001510
001520     OPEN INPUT PRESENTED-FILE
001530     IF NOT CQ-FILE-STATUS = '00'
001540         DISPLAY 'CHEQUE-CLEARING: no presented-cheque file '
001550             'from the clearing house - nothing to clear.'
001560         STOP RUN
001570     END-IF
001580
001590     OPEN OUTPUT RETURN-REPORT-FILE
001600     MOVE 'RETURNED CHEQUES REPORT' TO RETURN-REPORT-LINE
001610     WRITE RETURN-REPORT-LINE
001620     MOVE '=======================' TO RETURN-REPORT-LINE
001630     WRITE RETURN-REPORT-LINE
001640     MOVE SPACES TO RETURN-REPORT-LINE
001650     WRITE RETURN-REPORT-LINE
001660     MOVE 'ACCOUNT    CHEQUE           AMOUNT ITEM REF'
001670         TO RETURN-REPORT-LINE
001680     MOVE 'REASON' TO RETURN-REPORT-LINE (53:6)
001690     WRITE RETURN-REPORT-LINE
001700
001710     PERFORM 2000-CLEAR-ONE-CHEQUE THRU
001720         2000-CLEAR-ONE-CHEQUE-EXIT
001730         UNTIL CH-PRESENTED-EOF
001740
001750     PERFORM 8000-WRITE-REPORT-TOTALS
001760
001770     CLOSE PRESENTED-FILE
001780     CLOSE RETURN-REPORT-FILE
001790
001800     MOVE 'CLOSE' TO CH-DP-FUNCTION-CODE
001810     CALL 'DATA-PROGRAM' USING CH-DP-FUNCTION-CODE
001820         CH-ACCOUNT-ID CH-BALANCE
001830     END-CALL
001840
001850     DISPLAY 'CHEQUE-CLEARING: ' CH-READ-COUNT ' cheque(s) '
001860         'presented, ' CH-PAID-COUNT ' paid, '
001870         CH-RETURNED-COUNT ' returned.'
001880     STOP RUN.
001890
001900*****************************************************************
001910* 2000-CLEAR-ONE-CHEQUE reads one presented cheque and pays it *
001920* or returns it.  The register checks come first, so a stopped *
001930* or duplicate cheque never reaches the account at all.        *
001940*****************************************************************
001950 2000-CLEAR-ONE-CHEQUE.
001960     READ PRESENTED-FILE
001970         AT END
001980             SET CH-PRESENTED-EOF TO TRUE
001990             GO TO 2000-CLEAR-ONE-CHEQUE-EXIT
002000     END-READ
002010     ADD 1 TO CH-READ-COUNT
002020     MOVE SPACES TO CH-REASON-CODE
002030
002040     IF CQ-ACCOUNT-ID NOT NUMERIC OR CQ-CHEQUE-NO NOT NUMERIC
002050             OR CQ-AMOUNT NOT NUMERIC
002060         MOVE 'INV' TO CH-REASON-CODE
002070     ELSE
002080         IF CQ-ACCOUNT-ID = ZERO OR CQ-AMOUNT = ZERO
002090             MOVE 'INV' TO CH-REASON-CODE
002100         END-IF
002110     END-IF
002120
002130     IF CH-REASON-CODE = SPACES
002140         PERFORM 2100-CHECK-PAID-REGISTER THRU
002150             2100-CHECK-PAID-REGISTER-EXIT
002160     END-IF
002170     IF CH-REASON-CODE = SPACES
002180         PERFORM 2200-CHECK-STOP-REGISTER THRU
002190             2200-CHECK-STOP-REGISTER-EXIT
002200     END-IF
002202     IF CH-REASON-CODE = SPACES
002204         PERFORM 2300-CHECK-ACCOUNT-CURRENCY THRU
002206             2300-CHECK-ACCOUNT-CURRENCY-EXIT
002208     END-IF
002210     IF CH-REASON-CODE = SPACES
002220         PERFORM 3000-PAY-CHEQUE THRU 3000-PAY-CHEQUE-EXIT
002230     END-IF
002240     IF CH-REASON-CODE NOT = SPACES
002250         PERFORM 4000-RETURN-CHEQUE THRU 4000-RETURN-CHEQUE-EXIT
002260     END-IF.
002270
002280 2000-CLEAR-ONE-CHEQUE-EXIT.
002290     EXIT.
002300
002310*****************************************************************
002320* 2100-CHECK-PAID-REGISTER refuses the cheque as a duplicate   *
002330* when its number has already been paid on the account - on an *
002340* earlier night or earlier in this run.  A missing register    *
002350* simply means no cheque has been paid yet.                    *
002360*****************************************************************
002370 2100-CHECK-PAID-REGISTER.
002380     MOVE 'N' TO CH-MATCH-FOUND-SW
002390     MOVE 'N' TO CH-PAID-EOF-SW
002400     OPEN INPUT PAID-CHEQUE-FILE
002410     IF NOT PD-FILE-STATUS = '00'
002420         GO TO 2100-CHECK-PAID-REGISTER-EXIT
002430     END-IF
002440     PERFORM 2110-READ-PAID-ENTRY THRU 2110-READ-PAID-ENTRY-EXIT
002450         UNTIL CH-PAID-EOF OR CH-MATCH-FOUND
002460     CLOSE PAID-CHEQUE-FILE
002470     IF CH-MATCH-FOUND
002480         MOVE 'DUP' TO CH-REASON-CODE
002490     END-IF.
002500
002510 2100-CHECK-PAID-REGISTER-EXIT.
002520     EXIT.
002530
002540*****************************************************************
002550* 2110-READ-PAID-ENTRY reads one paid cheque and compares it   *
002560* with the cheque presented.                                   *
002570*****************************************************************
002580 2110-READ-PAID-ENTRY.
002590     READ PAID-CHEQUE-FILE
002600         AT END
002610             SET CH-PAID-EOF TO TRUE
002620         NOT AT END
002630             IF PD-ACCOUNT-ID = CQ-ACCOUNT-ID
002640                     AND PD-CHEQUE-NO = CQ-CHEQUE-NO
002650                 SET CH-MATCH-FOUND TO TRUE
002660             END-IF
002670     END-READ.
002680
002690 2110-READ-PAID-ENTRY-EXIT.
002700     EXIT.
002710
002720*****************************************************************
002730* 2200-CHECK-STOP-REGISTER refuses the cheque when an active,  *
002740* unexpired stop on its account covers its number - and, for a *
002750* stop placed for a particular amount, its amount.             *
002760*****************************************************************
002770 2200-CHECK-STOP-REGISTER.
002780     MOVE 'N' TO CH-MATCH-FOUND-SW
002790     MOVE 'N' TO CH-STOP-EOF-SW
002800     OPEN INPUT STOP-PAYMENT-FILE
002810     IF NOT CS-FILE-STATUS = '00'
002820         GO TO 2200-CHECK-STOP-REGISTER-EXIT
002830     END-IF
002840     PERFORM 2210-READ-STOP-ENTRY THRU 2210-READ-STOP-ENTRY-EXIT
002850         UNTIL CH-STOP-EOF OR CH-MATCH-FOUND
002860     CLOSE STOP-PAYMENT-FILE
002870     IF CH-MATCH-FOUND
002880         MOVE 'STP' TO CH-REASON-CODE
002890     END-IF.
002900
002910 2200-CHECK-STOP-REGISTER-EXIT.
002920     EXIT.
002930
002940*****************************************************************
002950* 2210-READ-STOP-ENTRY reads one stop-payment entry and tests  *
002960* it against the cheque presented.                             *
002970*****************************************************************
002980 2210-READ-STOP-ENTRY.
002990     READ STOP-PAYMENT-FILE
003000         AT END
003010             SET CH-STOP-EOF TO TRUE
003020             GO TO 2210-READ-STOP-ENTRY-EXIT
003030     END-READ
003040     IF NOT CS-IS-ACTIVE
003050             OR CS-ACCOUNT-ID NOT = CQ-ACCOUNT-ID
003060             OR CS-EXPIRY-DATE < CH-TODAY
003070         GO TO 2210-READ-STOP-ENTRY-EXIT
003080     END-IF
003090     IF CQ-CHEQUE-NO < CS-CHEQUE-FROM
003100             OR CQ-CHEQUE-NO > CS-CHEQUE-TO
003110         GO TO 2210-READ-STOP-ENTRY-EXIT
003120     END-IF
003130     IF CS-AMOUNT = ZERO OR CS-AMOUNT = CQ-AMOUNT
003140         SET CH-MATCH-FOUND TO TRUE
003150     END-IF.
003160
003170 2210-READ-STOP-ENTRY-EXIT.
003180     EXIT.
003190
003191*****************************************************************
003192* 2300-CHECK-ACCOUNT-CURRENCY returns the cheque when its      *
003193* account is held in a foreign currency, since the amount      *
003194* presented is in home currency.  An account not on file is    *
003195* left for OPERATIONS to refuse.                               *
003196*****************************************************************
003197 2300-CHECK-ACCOUNT-CURRENCY.
003198     MOVE 'READ ' TO CH-DP-FUNCTION-CODE
003199     MOVE CQ-ACCOUNT-ID TO CH-ACCOUNT-ID
003200     CALL 'DATA-PROGRAM' USING CH-DP-FUNCTION-CODE CH-ACCOUNT-ID
003201         AB-BALANCE CH-DP-STATUS-CODE AB-OD-LIMIT
003202         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
003203         AB-CURRENCY-CODE
003204     END-CALL
003205     IF CH-DP-STATUS-CODE = 'OK ' AND NOT AB-HOME-CURRENCY
003206         MOVE 'CUR' TO CH-REASON-CODE
003207     END-IF.
003208
003209 2300-CHECK-ACCOUNT-CURRENCY-EXIT.
003210     EXIT.
003211
003212*****************************************************************
003213* 3000-PAY-CHEQUE debits the cheque through OPERATIONS' CHEQUE *
003220* operation.  Anything OPERATIONS refuses is returned under    *
003230* its result code; a paid cheque goes on the paid register.    *
003240*****************************************************************
003250 3000-PAY-CHEQUE.
003260     MOVE CQ-ACCOUNT-ID TO CH-ACCOUNT-ID
003270     MOVE CQ-AMOUNT TO CH-AMOUNT
003280     MOVE SPACES TO CH-SUPERVISOR-ID
003290     CALL 'OPERATIONS' USING CH-ACCOUNT-ID
003300         CH-OPERATION-CODE CH-AMOUNT CH-BALANCE
003310         CH-SUPERVISOR-ID CH-TO-ACCOUNT-ID CH-OPERATOR-ID
003320         CH-RESULT-STATUS
003330     END-CALL
003340     IF NOT CH-RESULT-STATUS = 'OK '
003350         MOVE CH-RESULT-STATUS TO CH-REASON-CODE
003360         GO TO 3000-PAY-CHEQUE-EXIT
003370     END-IF
003380
003390     MOVE SPACES TO PAID-CHEQUE-RECORD
003400     MOVE CQ-ACCOUNT-ID TO PD-ACCOUNT-ID
003410     MOVE CQ-CHEQUE-NO TO PD-CHEQUE-NO
003420     MOVE CH-TODAY TO PD-PAID-DATE
003430     MOVE CQ-AMOUNT TO PD-AMOUNT
003440     MOVE CQ-ITEM-REF TO PD-ITEM-REF
003450     OPEN EXTEND PAID-CHEQUE-FILE
003460     IF NOT PD-FILE-STATUS = '00' AND NOT PD-FILE-STATUS = '05'
003470         CLOSE PAID-CHEQUE-FILE
003480         OPEN OUTPUT PAID-CHEQUE-FILE
003490     END-IF
003500     WRITE PAID-CHEQUE-RECORD
003510     CLOSE PAID-CHEQUE-FILE
003520     ADD 1 TO CH-PAID-COUNT
003530     ADD CQ-AMOUNT TO CH-PAID-TOTAL.
003540
003550 3000-PAY-CHEQUE-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590* 4000-RETURN-CHEQUE writes the refused cheque to the return   *
003600* file for the clearing house, whole and as presented, behind  *
003610* its reason code, and lists it on the returned-items report.  *
003620*****************************************************************
003630 4000-RETURN-CHEQUE.
003640     MOVE SPACES TO RETURN-RECORD
003650     MOVE CH-REASON-CODE TO QR-REASON-CODE
003660     MOVE CH-TODAY TO QR-RETURN-DATE
003670     MOVE PRESENTED-RECORD TO QR-CHEQUE-ITEM
003680     OPEN EXTEND RETURN-FILE
003690     IF NOT QR-FILE-STATUS = '00' AND NOT QR-FILE-STATUS = '05'
003700         CLOSE RETURN-FILE
003710         OPEN OUTPUT RETURN-FILE
003720     END-IF
003730     WRITE RETURN-RECORD
003740     CLOSE RETURN-FILE
003750
003760     ADD 1 TO CH-RETURNED-COUNT
003770     IF CQ-ACCOUNT-ID NUMERIC
003780         MOVE CQ-ACCOUNT-ID TO CH-D-ACCOUNT
003790     ELSE
003800         MOVE ZERO TO CH-D-ACCOUNT
003810     END-IF
003820     IF CQ-CHEQUE-NO NUMERIC
003830         MOVE CQ-CHEQUE-NO TO CH-D-CHEQUE-NO
003840     ELSE
003850         MOVE ZERO TO CH-D-CHEQUE-NO
003860     END-IF
003870     IF CQ-AMOUNT NUMERIC
003880         MOVE CQ-AMOUNT TO CH-D-AMOUNT
003890         ADD CQ-AMOUNT TO CH-RETURNED-TOTAL
003900     ELSE
003910         MOVE ZERO TO CH-D-AMOUNT
003920     END-IF
003930     MOVE CQ-ITEM-REF TO CH-D-ITEM-REF
003940     MOVE CH-REASON-CODE TO CH-D-REASON-CODE
003950     EVALUATE CH-REASON-CODE
003960         WHEN 'INV'
003970             MOVE 'ITEM UNREADABLE' TO CH-D-REASON-TEXT
003980         WHEN 'DUP'
003990             MOVE 'DUPLICATE CHEQUE NUMBER' TO CH-D-REASON-TEXT
004000         WHEN 'STP'
004010             MOVE 'PAYMENT STOPPED' TO CH-D-REASON-TEXT
004020         WHEN 'NSF'
004030             MOVE 'INSUFFICIENT FUNDS' TO CH-D-REASON-TEXT
004040         WHEN 'NOF'
004050             MOVE 'NO SUCH ACCOUNT' TO CH-D-REASON-TEXT
004060         WHEN 'STA'
004070             MOVE 'ACCOUNT NOT ACTIVE' TO CH-D-REASON-TEXT
004073         WHEN 'CUR'
004076             MOVE 'NOT A HOME-CURRENCY ACCT' TO CH-D-REASON-TEXT
004080         WHEN OTHER
004090             MOVE 'REFUSED BY OPERATIONS' TO CH-D-REASON-TEXT
004100     END-EVALUATE
004110     WRITE RETURN-REPORT-LINE FROM CH-REPORT-DETAIL.
004120
004130 4000-RETURN-CHEQUE-EXIT.
004140     EXIT.
004150
004160*****************************************************************
004170* 8000-WRITE-REPORT-TOTALS closes the report with the count    *
004180* and value of the cheques returned and of those paid.         *
004190*****************************************************************
004200 8000-WRITE-REPORT-TOTALS.
004210     MOVE SPACES TO RETURN-REPORT-LINE
004220     WRITE RETURN-REPORT-LINE
004230     MOVE 'RETURNED            ' TO CH-R-LABEL
004240     MOVE CH-RETURNED-COUNT TO CH-R-COUNT
004250     MOVE CH-RETURNED-TOTAL TO CH-R-AMOUNT
004260     WRITE RETURN-REPORT-LINE FROM CH-REPORT-TOTAL
004270     MOVE 'PAID                ' TO CH-R-LABEL
004280     MOVE CH-PAID-COUNT TO CH-R-COUNT
004290     MOVE CH-PAID-TOTAL TO CH-R-AMOUNT
004300     WRITE RETURN-REPORT-LINE FROM CH-REPORT-TOTAL.
004310
004320 8000-WRITE-REPORT-TOTALS-EXIT.
004330     EXIT.
