000010*****************************************************************
000020* STOPREC                                                      *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - stop-payment register    *
000060*                  entry maintained by STOP-PAYMENT-MAINT and  *
000070*                  checked by CHEQUE-CLEARING.                 *
000080*****************************************************************
000090* Stop-payment instruction against a customer's cheques.  A    *
000100* single cheque is stopped with the same number in both the    *
000110* from and to fields; a lost chequebook is stopped as a range. *
000120* A non-zero amount stops only a cheque for exactly that       *
000130* amount; zero stops every cheque in the range.  The stop       *
000140* lapses after its expiry date.  A cancelled stop stays on     *
000150* file marked cancelled so the history is never lost.          *
000160*****************************************************************
000170     05  CS-STOP-ID             PIC 9(06).
000180     05  FILLER                 PIC X(01).
000190     05  CS-ACCOUNT-ID          PIC 9(10).
000200     05  FILLER                 PIC X(01).
000210     05  CS-CHEQUE-FROM         PIC 9(08).
000220     05  FILLER                 PIC X(01).
000230     05  CS-CHEQUE-TO           PIC 9(08).
000240     05  FILLER                 PIC X(01).
000250     05  CS-AMOUNT              PIC 9(9)V99.
000260     05  FILLER                 PIC X(01).
000270     05  CS-PLACED-DATE         PIC 9(08).
000280     05  FILLER                 PIC X(01).
000290     05  CS-EXPIRY-DATE         PIC 9(08).
000300     05  FILLER                 PIC X(01).
000310     05  CS-STATUS-FLAG         PIC X(01).
000320         88  CS-IS-ACTIVE               VALUE 'A'.
000330         88  CS-IS-CANCELLED            VALUE 'X'.
000340     05  FILLER                 PIC X(01).
000350     05  CS-PLACED-BY           PIC X(08).
