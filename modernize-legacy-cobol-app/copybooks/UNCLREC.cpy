000010*****************************************************************
000020* UNCLREC                                                      *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - unclaimed-property       *
000060*                  holder report record in the state's filing  *
000070*                  layout, written by ESCHEAT-RUN.             *
000072* 10/15/2026  RLM  Added the account currency and the home-    *
000074*                  currency equivalent to the property record; *
000076*                  the summary total is now in home currency.  *
000080*****************************************************************
000090* One record of the unclaimed-property holder report.  Each    *
000100* run's file opens with one holder record (H) naming the bank, *
000110* carries one property record (P) per account whose balance    *
000120* was remitted in the run - the owner's name and address from  *
000130* the customer master, the last customer-activity date, the    *
000140* date the due-diligence letter went out, and the amount       *
000150* remitted in the account's own currency, with its currency    *
000155* code and home-currency equivalent - and closes with one      *
000160* summary record (S) whose count and home-currency total the   *
000165* state proves the P records against.  Amounts are unsigned    *
000170* with two implied decimals.                                   *
000180*****************************************************************
000190     05  UP-RECORD-TYPE         PIC X(01).
000200         88  UP-IS-HOLDER               VALUE 'H'.
000210         88  UP-IS-PROPERTY             VALUE 'P'.
000220         88  UP-IS-SUMMARY              VALUE 'S'.
000230     05  FILLER                 PIC X(01).
000240     05  UP-REPORT-DATE         PIC 9(08).
000250     05  FILLER                 PIC X(01).
000260     05  UP-RECORD-BODY         PIC X(132).
000270     05  UP-HOLDER-BODY REDEFINES UP-RECORD-BODY.
000280         10  UP-H-HOLDER-TIN    PIC X(09).
000290         10  FILLER             PIC X(01).
000300         10  UP-H-HOLDER-NAME   PIC X(40).
000310         10  FILLER             PIC X(82).
000320     05  UP-PROPERTY-BODY REDEFINES UP-RECORD-BODY.
000330         10  UP-P-OWNER-NAME    PIC X(30).
000340         10  FILLER             PIC X(01).
000350         10  UP-P-OWNER-ADDRESS PIC X(40).
000360         10  FILLER             PIC X(01).
000370         10  UP-P-ACCOUNT-ID    PIC 9(10).
000380         10  FILLER             PIC X(01).
000390         10  UP-P-ACCOUNT-TYPE  PIC X(01).
000400         10  FILLER             PIC X(01).
000410         10  UP-P-LAST-ACTIVITY-DATE PIC 9(08).
000420         10  FILLER             PIC X(01).
000430         10  UP-P-NOTICE-DATE   PIC 9(08).
000440         10  FILLER             PIC X(01).
000450         10  UP-P-AMOUNT-REMITTED PIC 9(9)V99.
000460         10  FILLER             PIC X(01).
000462         10  UP-P-CURRENCY-CODE PIC X(03).
000464         10  FILLER             PIC X(01).
000466         10  UP-P-HOME-AMOUNT   PIC 9(11)V99.
000470     05  UP-SUMMARY-BODY REDEFINES UP-RECORD-BODY.
000480         10  UP-S-PROPERTY-COUNT PIC 9(08).
000490         10  FILLER             PIC X(01).
000500         10  UP-S-AMOUNT-TOTAL  PIC 9(13)V99.
000510         10  FILLER             PIC X(108).
