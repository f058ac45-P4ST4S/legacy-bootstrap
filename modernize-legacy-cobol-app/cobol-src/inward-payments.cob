000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INWARD-PAYMENTS.
000030 AUTHOR. DATA PROCESSING DEPT.
000040 INSTALLATION. FIRST COMMERCIAL BANK.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 10/15/2026  RLM  Original version.                           *
000101* 10/15/2026  RLM  An item for an account held in a foreign    *
000102*                  currency goes to suspense with reason CUR - *
000103*                  clearing items are in home currency and are *
000104*                  never posted to such an account             *
000105*                  unconverted.                                *
000110*****************************************************************
000120*
000130*****************************************************************
000140* INWARD-PAYMENTS is the daily inward credit-transfer job, the *
000150* receiving side of the clearing-bank interface PAYMENT feeds. *
000160* It reads the clearing bank's incoming file and matches each  *
000170* item to its beneficiary by account number on CUSTMST, with   *
000180* the beneficiary name checked against the customer name on    *
000190* file.  A matched item is posted through OPERATIONS' INWARD   *
000200* operation - so the audit trail, account status, and GL       *
000210* mapping apply unchanged - under the INWDPAY operator ID.     *
000220* An item whose account is not on file, whose name does not    *
000230* match, whose account is closed or frozen, whose account is   *
000233* held in a foreign currency - clearing items are always in    *
000236* home currency - or that OPERATIONS refuses is parked on the  *
000240* suspense file with its reason code for operations to repair  *
000250* or return through SUSPENSE-MAINT.  Every item, posted or     *
000260* suspended, is listed on the run report with the day's        *
000270* totals.                                                      *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT INWARD-FILE ASSIGN TO "INWDIN"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS IW-FILE-STATUS.
000350
000360     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CM-ACCOUNT-ID
000400         FILE STATUS IS CM-FILE-STATUS.
000410
000420     SELECT SUSPENSE-FILE ASSIGN TO "INWSUSP"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS SP-FILE-STATUS.
000450
000460     SELECT INWARD-REPORT-FILE ASSIGN TO "INWDRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  INWARD-FILE.
000520 01  INWARD-RECORD.
000530     COPY INWDREC.
000540
000550 FD  CUSTOMER-MASTER-FILE.
000560 01  CUSTOMER-MASTER-RECORD.
000570     COPY CUSTREC.
000580
000590 FD  SUSPENSE-FILE.
000600 01  SUSPENSE-RECORD.
000610     COPY SUSPREC.
000620
000630 FD  INWARD-REPORT-FILE.
000640 01  INWARD-REPORT-LINE          PIC X(80).
000650
000660 WORKING-STORAGE SECTION.
000670 01  IW-FILE-STATUS              PIC X(02) VALUE '00'.
000680 01  CM-FILE-STATUS              PIC X(02) VALUE '00'.
000690 01  SP-FILE-STATUS              PIC X(02) VALUE '00'.
000700
000710 01  IP-SWITCHES.
000720     05  IP-INWARD-EOF-SW        PIC X(01) VALUE 'N'.
000730         88  IP-INWARD-EOF                VALUE 'Y'.
000740     05  IP-SUSPENSE-EOF-SW      PIC X(01) VALUE 'N'.
000750         88  IP-SUSPENSE-EOF              VALUE 'Y'.
000760
000770 01  IP-TODAY                    PIC 9(08) VALUE ZERO.
000780 01  IP-BD-FUNCTION-CODE         PIC X(05).
000790 01  IP-DP-FUNCTION-CODE         PIC X(05).
000800 01  IP-DP-STATUS-CODE           PIC X(03).
000810
000820 01  IP-ACCOUNT-RECORD.
000830     COPY ACCTREC.
000840
000850 01  IP-COUNTERS.
000860     05  IP-READ-COUNT           PIC 9(06) VALUE ZERO.
000870     05  IP-POSTED-COUNT         PIC 9(06) VALUE ZERO.
000880     05  IP-SUSPENSE-COUNT       PIC 9(06) VALUE ZERO.
000890 01  IP-POSTED-TOTAL             PIC S9(11)V99 VALUE ZERO.
000900 01  IP-SUSPENSE-TOTAL           PIC S9(11)V99 VALUE ZERO.
000910 01  IP-HIGH-SUSPENSE-ID         PIC 9(06) VALUE ZERO.
000920 01  IP-REASON-CODE              PIC X(03) VALUE SPACES.
000930
000940 01  IP-OPERATION-CODE           PIC X(08) VALUE 'INWARD  '.
000950 01  IP-ACCOUNT-ID               PIC 9(10).
000960 01  IP-AMOUNT                   PIC S9(9)V99.
000970 01  IP-BALANCE                  PIC S9(9)V99.
000980 01  IP-SUPERVISOR-ID            PIC X(08) VALUE SPACES.
000990 01  IP-TO-ACCOUNT-ID            PIC 9(10) VALUE ZERO.
001000 01  IP-OPERATOR-ID              PIC X(08) VALUE 'INWDPAY '.
001010 01  IP-RESULT-STATUS            PIC X(03).
001020
001030*****************************************************************
001040* The name on the item and the name on file are both folded    *
001050* to upper case before they are compared, so a clearing bank   *
001060* that sends mixed case does not throw good items to suspense. *
001070*****************************************************************
001080 01  IP-NAME-ON-ITEM             PIC X(30).
001090 01  IP-NAME-ON-FILE             PIC X(30).
001100 01  IP-LOWER-CASE               PIC X(26) VALUE
001110     'abcdefghijklmnopqrstuvwxyz'.
001120 01  IP-UPPER-CASE               PIC X(26) VALUE
001130     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001140
001150 01  IP-REPORT-DETAIL.
001160     05  FILLER                  PIC X(05) VALUE 'ITEM '.
001170     05  IP-D-ITEM-REF           PIC X(16).
001180     05  FILLER                  PIC X(06) VALUE ' ACCT '.
001190     05  IP-D-ACCOUNT            PIC 9(10).
001200     05  FILLER                  PIC X(01) VALUE SPACE.
001210     05  IP-D-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
001220     05  FILLER                  PIC X(01) VALUE SPACE.
001230     05  IP-D-RESULT             PIC X(24).
001240
001250 01  IP-REPORT-TOTAL.
001260     05  IP-R-LABEL              PIC X(20).
001270     05  IP-R-COUNT              PIC ZZZ,ZZ9.
001280     05  FILLER                  PIC X(10) VALUE ' ITEM(S)  '.
001290     05  IP-R-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
001300
001310 PROCEDURE DIVISION.
001320 0000-MAIN-CONTROL.
001330     MOVE 'GET  ' TO IP-BD-FUNCTION-CODE
001340     CALL 'BUSDATE-PROGRAM' USING IP-BD-FUNCTION-CODE IP-TODAY
001350     END-CALL
001360
001370     OPEN INPUT INWARD-FILE
001380     IF NOT IW-FILE-STATUS = '00'
001390         DISPLAY 'INWARD-PAYMENTS: no inward file from the '
001400             'clearing bank - nothing to post.'
001410         STOP RUN
001420     END-IF
001430     OPEN INPUT CUSTOMER-MASTER-FILE
001440     IF NOT CM-FILE-STATUS = '00'
001450         DISPLAY 'INWARD-PAYMENTS: CUSTMST failed to open - '
001460             'status ' CM-FILE-STATUS '. Nothing posted.'
001470         CLOSE INWARD-FILE
001480         STOP RUN
001490     END-IF
001500
001510     PERFORM 1000-FIND-HIGH-SUSPENSE-ID THRU
001520         1000-FIND-HIGH-SUSPENSE-ID-EXIT
001530     OPEN EXTEND SUSPENSE-FILE
001540     IF NOT SP-FILE-STATUS = '00' AND NOT SP-FILE-STATUS = '05'
001550         CLOSE SUSPENSE-FILE
001560         OPEN OUTPUT SUSPENSE-FILE
001570     END-IF
001580
001590     OPEN OUTPUT INWARD-REPORT-FILE
001600     MOVE 'INWARD CREDIT TRANSFER REPORT' TO INWARD-REPORT-LINE
001610     WRITE INWARD-REPORT-LINE
001620     MOVE '=============================' TO INWARD-REPORT-LINE
001630     WRITE INWARD-REPORT-LINE
001640     MOVE SPACES TO INWARD-REPORT-LINE
001650     WRITE INWARD-REPORT-LINE
001660
001670     PERFORM 2000-PROCESS-ITEM THRU 2000-PROCESS-ITEM-EXIT
001680         UNTIL IP-INWARD-EOF
001690
001700     PERFORM 8000-WRITE-REPORT-TOTALS
001710
001720     CLOSE INWARD-FILE
001730     CLOSE CUSTOMER-MASTER-FILE
001740     CLOSE SUSPENSE-FILE
001750     CLOSE INWARD-REPORT-FILE
001760
001770     MOVE 'CLOSE' TO IP-DP-FUNCTION-CODE
001780     CALL 'DATA-PROGRAM' USING IP-DP-FUNCTION-CODE
001790         IP-ACCOUNT-ID IP-BALANCE
001800     END-CALL
001810
001820     DISPLAY 'INWARD-PAYMENTS: ' IP-READ-COUNT ' item(s) read, '
001830         IP-POSTED-COUNT ' posted, ' IP-SUSPENSE-COUNT
001840         ' to suspense.'
001850     STOP RUN.
001860
001870*****************************************************************
001880* 1000-FIND-HIGH-SUSPENSE-ID scans the suspense file for the   *
001890* highest suspense number already issued, so the items parked  *
001900* today number on from it.  A missing file means none yet.     *
001910*****************************************************************
001920 1000-FIND-HIGH-SUSPENSE-ID.
001930     MOVE ZERO TO IP-HIGH-SUSPENSE-ID
001940     OPEN INPUT SUSPENSE-FILE
001950     IF NOT SP-FILE-STATUS = '00'
001960         GO TO 1000-FIND-HIGH-SUSPENSE-ID-EXIT
001970     END-IF
001980     PERFORM 1100-READ-SUSPENSE-RECORD THRU
001990         1100-READ-SUSPENSE-RECORD-EXIT
002000         UNTIL IP-SUSPENSE-EOF
002010     CLOSE SUSPENSE-FILE.
002020
002030 1000-FIND-HIGH-SUSPENSE-ID-EXIT.
002040     EXIT.
002050
002060*****************************************************************
002070* 1100-READ-SUSPENSE-RECORD reads one suspense item and keeps  *
002080* the highest suspense number seen.                            *
002090*****************************************************************
002100 1100-READ-SUSPENSE-RECORD.
002110     READ SUSPENSE-FILE
002120         AT END
002130             SET IP-SUSPENSE-EOF TO TRUE
002140         NOT AT END
002150             IF SP-SUSPENSE-ID > IP-HIGH-SUSPENSE-ID
002160                 MOVE SP-SUSPENSE-ID TO IP-HIGH-SUSPENSE-ID
002170             END-IF
002180     END-READ.
002190
002200 1100-READ-SUSPENSE-RECORD-EXIT.
002210     EXIT.
002220
002230*****************************************************************
002240* 2000-PROCESS-ITEM reads one inward item, matches it to its   *
002250* beneficiary, and either posts it or parks it on suspense     *
002260* with the reason it could not be posted.                      *
002270*****************************************************************
002280 2000-PROCESS-ITEM.
002290     READ INWARD-FILE
002300         AT END
002310             SET IP-INWARD-EOF TO TRUE
002320             GO TO 2000-PROCESS-ITEM-EXIT
002330     END-READ
002340     ADD 1 TO IP-READ-COUNT
002350
002360     PERFORM 2100-MATCH-BENEFICIARY THRU
002370         2100-MATCH-BENEFICIARY-EXIT
002380     IF IP-REASON-CODE = SPACES
002390         PERFORM 3000-POST-ITEM THRU 3000-POST-ITEM-EXIT
002400     END-IF
002410     IF IP-REASON-CODE NOT = SPACES
002420         PERFORM 4000-WRITE-SUSPENSE-ITEM THRU
002430             4000-WRITE-SUSPENSE-ITEM-EXIT
002440     END-IF.
002450
002460 2000-PROCESS-ITEM-EXIT.
002470     EXIT.
002480
002490*****************************************************************
002500* 2100-MATCH-BENEFICIARY applies the matching rules in order   *
002510* and leaves the reason code of the first one the item fails - *
002520* INV for an unreadable item, NOF for an account not on the    *
002530* customer master, NAM for a name that does not match it, STA  *
002540* for a closed or frozen account, CUR for an account held in a *
002545* foreign currency - or spaces when it matches.                *
002550*****************************************************************
002560 2100-MATCH-BENEFICIARY.
002570     MOVE SPACES TO IP-REASON-CODE
002580     IF IW-AMOUNT NOT NUMERIC
002590             OR IW-BENEF-ACCOUNT-ID NOT NUMERIC
002600         MOVE 'INV' TO IP-REASON-CODE
002610         GO TO 2100-MATCH-BENEFICIARY-EXIT
002620     END-IF
002630     IF IW-AMOUNT = ZERO OR IW-BENEF-ACCOUNT-ID = ZERO
002640         MOVE 'INV' TO IP-REASON-CODE
002650         GO TO 2100-MATCH-BENEFICIARY-EXIT
002660     END-IF
002670
002680     MOVE IW-BENEF-ACCOUNT-ID TO CM-ACCOUNT-ID
002690     READ CUSTOMER-MASTER-FILE
002700         INVALID KEY
002710             MOVE 'NOF' TO IP-REASON-CODE
002720             GO TO 2100-MATCH-BENEFICIARY-EXIT
002730     END-READ
002740
002750     MOVE IW-BENEF-NAME TO IP-NAME-ON-ITEM
002760     MOVE CM-CUSTOMER-NAME TO IP-NAME-ON-FILE
002770     INSPECT IP-NAME-ON-ITEM CONVERTING IP-LOWER-CASE
002780         TO IP-UPPER-CASE
002790     INSPECT IP-NAME-ON-FILE CONVERTING IP-LOWER-CASE
002800         TO IP-UPPER-CASE
002810     IF IP-NAME-ON-ITEM NOT = IP-NAME-ON-FILE
002820         MOVE 'NAM' TO IP-REASON-CODE
002830         GO TO 2100-MATCH-BENEFICIARY-EXIT
002840     END-IF
002850
002860     IF CM-CLOSE-DATE NOT = ZERO
002870         MOVE 'STA' TO IP-REASON-CODE
002880         GO TO 2100-MATCH-BENEFICIARY-EXIT
002890     END-IF
002900     MOVE 'READ ' TO IP-DP-FUNCTION-CODE
002910     MOVE IW-BENEF-ACCOUNT-ID TO IP-ACCOUNT-ID
002920     CALL 'DATA-PROGRAM' USING IP-DP-FUNCTION-CODE IP-ACCOUNT-ID
002930         AB-BALANCE IP-DP-STATUS-CODE AB-OD-LIMIT
002940         AB-OVERDRAWN-FLAG AB-STATUS-FLAG AB-ACCOUNT-TYPE
002945         AB-CURRENCY-CODE
002950     END-CALL
002960     IF NOT IP-DP-STATUS-CODE = 'OK '
002970         MOVE 'NOF' TO IP-REASON-CODE
002980         GO TO 2100-MATCH-BENEFICIARY-EXIT
002990     END-IF
003000     IF AB-IS-CLOSED OR AB-IS-FROZEN
003010         MOVE 'STA' TO IP-REASON-CODE
003012         GO TO 2100-MATCH-BENEFICIARY-EXIT
003014     END-IF
003016     IF NOT AB-HOME-CURRENCY
003018         MOVE 'CUR' TO IP-REASON-CODE
003020     END-IF.
003030
003040 2100-MATCH-BENEFICIARY-EXIT.
003050     EXIT.
003060
003070*****************************************************************
003080* 3000-POST-ITEM posts one matched item through OPERATIONS'    *
003090* INWARD operation.  Anything OPERATIONS refuses - a dormant   *
003100* account, say - goes to suspense under OPERATIONS' own result *
003110* code.                                                        *
003120*****************************************************************
003130 3000-POST-ITEM.
003140     MOVE IW-BENEF-ACCOUNT-ID TO IP-ACCOUNT-ID
003150     MOVE IW-AMOUNT TO IP-AMOUNT
003160     MOVE SPACES TO IP-SUPERVISOR-ID
003170     CALL 'OPERATIONS' USING IP-ACCOUNT-ID
003180         IP-OPERATION-CODE IP-AMOUNT IP-BALANCE
003190         IP-SUPERVISOR-ID IP-TO-ACCOUNT-ID IP-OPERATOR-ID
003200         IP-RESULT-STATUS
003210     END-CALL
003220     IF NOT IP-RESULT-STATUS = 'OK '
003230         MOVE IP-RESULT-STATUS TO IP-REASON-CODE
003240         GO TO 3000-POST-ITEM-EXIT
003250     END-IF
003260
003270     ADD 1 TO IP-POSTED-COUNT
003280     ADD IW-AMOUNT TO IP-POSTED-TOTAL
003290     MOVE IW-ITEM-REF TO IP-D-ITEM-REF
003300     MOVE IW-BENEF-ACCOUNT-ID TO IP-D-ACCOUNT
003310     MOVE IW-AMOUNT TO IP-D-AMOUNT
003320     MOVE 'POSTED' TO IP-D-RESULT
003330     WRITE INWARD-REPORT-LINE FROM IP-REPORT-DETAIL.
003340
003350 3000-POST-ITEM-EXIT.
003360     EXIT.
003370
003380*****************************************************************
003390* 4000-WRITE-SUSPENSE-ITEM parks one item that could not be    *
003400* posted on the suspense file, open and numbered on from the   *
003410* highest suspense number issued, carrying the whole original  *
003420* item and the reason code, and lists it on the report.        *
003430*****************************************************************
003440 4000-WRITE-SUSPENSE-ITEM.
003450     MOVE SPACES TO SUSPENSE-RECORD
003460     ADD 1 TO IP-HIGH-SUSPENSE-ID
003470     MOVE IP-HIGH-SUSPENSE-ID TO SP-SUSPENSE-ID
003480     MOVE IP-TODAY TO SP-RECEIVED-DATE
003490     MOVE IP-REASON-CODE TO SP-REASON-CODE
003500     SET SP-IS-OPEN TO TRUE
003510     MOVE ZERO TO SP-RESOLVED-DATE
003520     MOVE ZERO TO SP-POSTED-ACCOUNT-ID
003530     MOVE SPACES TO SP-RESOLVED-BY
003540     MOVE IW-ITEM-REF TO SP-ITEM-REF
003550     MOVE IW-VALUE-DATE TO SP-VALUE-DATE
003560     MOVE IW-AMOUNT TO SP-AMOUNT
003570     MOVE IW-BENEF-ACCOUNT-ID TO SP-BENEF-ACCOUNT-ID
003580     MOVE IW-BENEF-NAME TO SP-BENEF-NAME
003590     MOVE IW-ORDER-NAME TO SP-ORDER-NAME
003600     MOVE IW-ORDER-BANK TO SP-ORDER-BANK
003610     MOVE IW-ORDER-ACCOUNT TO SP-ORDER-ACCOUNT
003620     WRITE SUSPENSE-RECORD
003630
003640     ADD 1 TO IP-SUSPENSE-COUNT
003650     IF IW-AMOUNT NUMERIC
003660         ADD IW-AMOUNT TO IP-SUSPENSE-TOTAL
003670         MOVE IW-AMOUNT TO IP-D-AMOUNT
003680     ELSE
003690         MOVE ZERO TO IP-D-AMOUNT
003700     END-IF
003710     MOVE IW-ITEM-REF TO IP-D-ITEM-REF
003720     IF IW-BENEF-ACCOUNT-ID NUMERIC
003730         MOVE IW-BENEF-ACCOUNT-ID TO IP-D-ACCOUNT
003740     ELSE
003750         MOVE ZERO TO IP-D-ACCOUNT
003760     END-IF
003770     MOVE 'SUSPENSE - CODE ' TO IP-D-RESULT
003780     MOVE IP-REASON-CODE TO IP-D-RESULT (17:3)
003790     WRITE INWARD-REPORT-LINE FROM IP-REPORT-DETAIL.
003800
003810 4000-WRITE-SUSPENSE-ITEM-EXIT.
003820     EXIT.
003830
003840*****************************************************************
003850* 8000-WRITE-REPORT-TOTALS closes the report with the count    *
003860* and value of the items posted and of those sent to suspense. *
003870*****************************************************************
003880 8000-WRITE-REPORT-TOTALS.
003890     MOVE SPACES TO INWARD-REPORT-LINE
003900     WRITE INWARD-REPORT-LINE
003910     MOVE 'POSTED              ' TO IP-R-LABEL
003920     MOVE IP-POSTED-COUNT TO IP-R-COUNT
003930     MOVE IP-POSTED-TOTAL TO IP-R-AMOUNT
003940     WRITE INWARD-REPORT-LINE FROM IP-REPORT-TOTAL
003950     MOVE 'TO SUSPENSE         ' TO IP-R-LABEL
003960     MOVE IP-SUSPENSE-COUNT TO IP-R-COUNT
003970     MOVE IP-SUSPENSE-TOTAL TO IP-R-AMOUNT
003980     WRITE INWARD-REPORT-LINE FROM IP-REPORT-TOTAL.
003990
004000 8000-WRITE-REPORT-TOTALS-EXIT.
004010     EXIT.
