000010*****************************************************************
000020* CHQREC                                                       *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - presented-cheque item as *
000060*                  delivered on the clearing house's nightly   *
000070*                  file, read by CHEQUE-CLEARING.              *
000080*****************************************************************
000090* Presented cheque, one per cheque drawn on one of our         *
000100* accounts that another bank has taken in.  The item reference *
000110* is the clearing house's own and is quoted back on a return.  *
000120*****************************************************************
000130     05  CQ-ITEM-REF            PIC X(16).
000140     05  FILLER                 PIC X(01).
000150     05  CQ-PRESENTED-DATE      PIC 9(08).
000160     05  FILLER                 PIC X(01).
000170     05  CQ-ACCOUNT-ID          PIC 9(10).
000180     05  FILLER                 PIC X(01).
000190     05  CQ-CHEQUE-NO           PIC 9(08).
000200     05  FILLER                 PIC X(01).
000210     05  CQ-AMOUNT              PIC 9(9)V99.
000220     05  FILLER                 PIC X(01).
000230     05  CQ-PRESENTING-BANK     PIC X(11).
