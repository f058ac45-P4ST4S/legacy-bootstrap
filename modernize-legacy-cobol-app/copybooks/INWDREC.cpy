000010*****************************************************************
000020* INWDREC                                                      *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - inward credit-transfer   *
000060*                  item as delivered on the clearing bank's    *
000070*                  daily incoming file, read by                *
000080*                  INWARD-PAYMENTS.                            *
000090*****************************************************************
000100* Inward credit-transfer item, one per payment another bank    *
000110* has sent one of our customers.  The item reference is the    *
000120* clearing bank's own and is quoted back on anything returned. *
000130* The beneficiary account number and name are matched against  *
000140* CUSTMST; the ordering party's details are carried only so    *
000150* an unmatched item can be returned to the sender.             *
000160*****************************************************************
000170     05  IW-ITEM-REF            PIC X(16).
000180     05  FILLER                 PIC X(01).
000190     05  IW-VALUE-DATE          PIC 9(08).
000200     05  FILLER                 PIC X(01).
000210     05  IW-AMOUNT              PIC 9(9)V99.
000220     05  FILLER                 PIC X(01).
000230     05  IW-BENEF-ACCOUNT-ID    PIC 9(10).
000240     05  FILLER                 PIC X(01).
000250     05  IW-BENEF-NAME          PIC X(30).
000260     05  FILLER                 PIC X(01).
000270     05  IW-ORDER-NAME          PIC X(30).
000280     05  FILLER                 PIC X(01).
000290     05  IW-ORDER-BANK          PIC X(11).
000300     05  FILLER                 PIC X(01).
000310     05  IW-ORDER-ACCOUNT       PIC X(20).
