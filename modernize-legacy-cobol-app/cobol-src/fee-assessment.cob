000100* 09/02/2026  RLM  Original version.                           *
000102* 09/02/2026  RLM  Fee amount widened to nine integer digits   *
000104*                  to match OPERATIONS' widened amount.        *
000106* 10/15/2026  RLM  A cheque paid into overdraft draws the      *
000108*                  overdraft fee the same as a DEBIT.          *
000109* 10/15/2026  RLM  So does a loan installment collected into   *
000110*                  overdraft (LOANPAY).                        *
000112* 10/15/2026  RLM  An overdraft already covered from linked    *
000114*                  savings by OVERDRAFT-SWEEP is not charged.  *
000115* 10/15/2026  RLM  An account left overdrawn is sent a notice - *
000116*                  a request dropped onto CORRESP through      *
000117*                  NOTICE-REQUEST for LETTER-RUN.              *
000118*****************************************************************
000120*
000130*****************************************************************
000140* FEE-ASSESSMENT is the fee-billing batch job, replacing the   *
000292* bills neither again, so chase any missing second fee off     *
000294* the report by hand.  Run the month-end prompt with Y only    *
000296* in the month-end run.                                        *
000298* An overdrawn account that OVERDRAFT-SWEEP has since brought  *
000300* back to zero from its linked savings account - a TRANSIN     *
000302* under operator ODSWEEP on today's trail - is reported        *
000304* covered by sweep and not charged.  Run after                 *
000305* OVERDRAFT-SWEEP.                                             *
000306* An account still overdrawn once its fee is dealt with is     *
000307* sent an overdrawn notice, requested through NOTICE-REQUEST   *
000308* for the nightly LETTER-RUN.                                  *
000309*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000830*****************************************************************
000840* One slot per account a debit-side posting took overdrawn     *
000850* today, with a switch marking one that already carries a FEE  *
000860* entry on today's trail and must not be billed again, and a   *
000863* second marking one OVERDRAFT-SWEEP has since covered from    *
000866* linked savings.                                              *
000870*****************************************************************
000880 01  FA-OVERDRAWN-TABLE.
000890     05  FA-OD-ENTRY OCCURS 500 TIMES
000900             INDEXED BY FA-OD-IDX.
000910         10  FA-T-ACCOUNT-ID      PIC 9(10).
000920         10  FA-T-BILLED-SW       PIC X(01).
000925         10  FA-T-SWEPT-SW        PIC X(01).
000930 01  FA-OD-COUNT                  PIC 9(03) VALUE ZERO.
000940 01  FA-LOOKUP-ACCOUNT            PIC 9(10).
000950
001090 01  FA-SUPERVISOR-ID             PIC X(08) VALUE SPACES.
001100 01  FA-TO-ACCOUNT-ID             PIC 9(10) VALUE ZERO.
001110 01  FA-OPERATOR-ID               PIC X(08) VALUE 'FEEASSES'.
001115 01  FA-SWEEP-OPERATOR-ID         PIC X(08) VALUE 'ODSWEEP '.
001120 01  FA-RESULT-STATUS             PIC X(03).
001122
001124 01  FA-NOTICE-REQUEST.
001126     COPY NOTCREC.
001130
001140 01  CURRENT-ACCOUNT-RECORD.
001150     COPY ACCTREC.
002460*****************************************************************
002470* 2100-EXAMINE-TRAIL-ENTRY reads one audit entry and, when it  *
002480* is dated today, notes an overdrawing debit or an existing    *
002490* FEE billing against its account's slot.  A sweep credit from *
002493* OVERDRAFT-SWEEP marks the slot of an account already         *
002496* collected; it never adds one.                                *
002500*****************************************************************
002510 2100-EXAMINE-TRAIL-ENTRY.
002520     READ AUDIT-TRAIL-FILE
002580         GO TO 2100-EXAMINE-TRAIL-ENTRY-EXIT
002590     END-IF
002600     IF (AT-OPERATION-CODE = 'DEBIT   '
002610             OR AT-OPERATION-CODE = 'TRANSOUT'
002615             OR AT-OPERATION-CODE = 'CHEQUE  '
002617             OR AT-OPERATION-CODE = 'LOANPAY ')
002620             AND AT-OVERDRAWN-FLAG = 'O'
002630         MOVE AT-ACCOUNT-ID TO FA-LOOKUP-ACCOUNT
002640         PERFORM 2200-FIND-ACCOUNT-SLOT THRU
002700             2200-FIND-ACCOUNT-SLOT-EXIT
002710         IF FA-OD-IDX <= FA-OD-COUNT
002720             MOVE 'Y' TO FA-T-BILLED-SW (FA-OD-IDX)
002721         END-IF
002722     END-IF
002723     IF AT-OPERATION-CODE = 'TRANSIN '
002724             AND AT-OPERATOR-ID = FA-SWEEP-OPERATOR-ID
002725         MOVE AT-ACCOUNT-ID TO FA-LOOKUP-ACCOUNT
002726         SET FA-ACCT-FOUND-SW TO 'N'
002727         SET FA-OD-IDX TO 1
002728         PERFORM 2210-MATCH-ACCOUNT-SLOT THRU
002729             2210-MATCH-ACCOUNT-SLOT-EXIT
002730             UNTIL FA-OD-IDX > FA-OD-COUNT
002731                 OR FA-ACCT-FOUND
002732         IF FA-ACCT-FOUND
002733             MOVE 'Y' TO FA-T-SWEPT-SW (FA-OD-IDX)
002734         END-IF
002740     END-IF.
002750
002760 2100-EXAMINE-TRAIL-ENTRY-EXIT.
002990             MOVE FA-LOOKUP-ACCOUNT TO
003000                 FA-T-ACCOUNT-ID (FA-OD-IDX)
003010             MOVE 'N' TO FA-T-BILLED-SW (FA-OD-IDX)
003015             MOVE 'N' TO FA-T-SWEPT-SW (FA-OD-IDX)
003020         END-IF
003030     END-IF.
003040
003350
003360*****************************************************************
003370* 3000-BILL-OVERDRAFT-FEE charges the overdraft fee for one    *
003380* collected account - unless it was already billed today, or   *
003383* the sweep has since brought it back to zero or better -      *
003386* requests an overdrawn notice for an account still overdrawn, *
003390* and advances to the next slot.                               *
003400*****************************************************************
003410 3000-BILL-OVERDRAFT-FEE.
003560     IF NOT FA-STATUS-CODE = 'OK '
003570         GO TO 3000-BILL-OVERDRAFT-FEE-NEXT
003580     END-IF
003581     IF FA-T-SWEPT-SW (FA-OD-IDX) = 'Y' AND AB-BALANCE >= ZERO
003582         MOVE FA-T-ACCOUNT-ID (FA-OD-IDX) TO FA-D-ACCOUNT-ID
003583         MOVE 'OVERDRAFT   ' TO FA-D-FEE-KIND
003584         MOVE ZERO TO FA-D-AMOUNT
003585         MOVE 'COVERED BY SWEEP' TO FA-D-RESULT
003586         WRITE FEE-REPORT-LINE FROM FA-DETAIL-LINE
003587         GO TO 3000-BILL-OVERDRAFT-FEE-NEXT
003588     END-IF
003590     PERFORM 5000-SET-ACCOUNT-FEES THRU
003600         5000-SET-ACCOUNT-FEES-EXIT
003610     IF FA-FEE-AMOUNT > ZERO
003640         IF FA-RESULT-STATUS = 'OK '
003650             ADD 1 TO FA-OD-FEE-COUNT
003660         END-IF
003662     END-IF
003664     IF AB-BALANCE < ZERO
003666         PERFORM 3100-REQUEST-OVERDRAWN-NOTICE THRU
003668             3100-REQUEST-OVERDRAWN-NOTICE-EXIT
003670     END-IF.
003680
003690 3000-BILL-OVERDRAFT-FEE-NEXT.
003700     SET FA-OD-IDX UP BY 1.
003710
003720 3000-BILL-OVERDRAFT-FEE-EXIT.
003721     EXIT.
003722
003723*****************************************************************
003724* 3100-REQUEST-OVERDRAWN-NOTICE drops an overdrawn notice for  *
003725* the account just dealt with: its balance now, and the fee    *
003726* charged - zero when its type bills none or OPERATIONS        *
003727* refused the fee.                                             *
003728*****************************************************************
003729 3100-REQUEST-OVERDRAWN-NOTICE.
003730     MOVE SPACES TO FA-NOTICE-REQUEST
003731     SET NR-OVERDRAWN-NOTICE TO TRUE
003732     MOVE AB-ACCOUNT-ID TO NR-ACCOUNT-ID
003733     MOVE ZERO TO NR-CUSTOMER-NO
003734     MOVE FA-TODAY TO NR-REQUEST-DATE
003735     MOVE FA-OPERATOR-ID TO NR-REQUESTED-BY
003736     MOVE AB-BALANCE TO NR-FIRST-AMOUNT
003737     IF FA-FEE-AMOUNT > ZERO AND FA-RESULT-STATUS = 'OK '
003738         MOVE FA-FEE-AMOUNT TO NR-SECOND-AMOUNT
003739     ELSE
003740         MOVE ZERO TO NR-SECOND-AMOUNT
003741     END-IF
003742     MOVE FA-TODAY TO NR-REFERENCE-DATE
003743     CALL 'NOTICE-REQUEST' USING FA-NOTICE-REQUEST
003744     END-CALL.
003745
003746 3100-REQUEST-OVERDRAWN-NOTICE-EXIT.
003747     EXIT.
003748
003750*****************************************************************
003760* 4000-BILL-MONTHLY-CHARGES walks every account on the balance *
003770* file and charges each active one its type's monthly service  *
