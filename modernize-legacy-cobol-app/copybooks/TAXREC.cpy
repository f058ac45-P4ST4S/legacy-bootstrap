000010*****************************************************************
000020* TAXREC                                                       *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - interest tax information *
000060*                  record in the tax authority's filing        *
000070*                  layout, written by TAX-REPORT-RUN.          *
000080*****************************************************************
000090* One record of the year-end interest filing.  The file opens  *
000100* with one payer record (A) naming the bank, carries one payee *
000110* record (B) per customer paid interest or withheld from in    *
000120* the tax year, and closes with one end-of-payer record (C)    *
000130* whose count and totals the authority proves the B records    *
000140* against.  The payee is identified by customer number, so a   *
000150* customer with several accounts files as one payee.  Amounts  *
000160* are unsigned with two implied decimals.                      *
000170*****************************************************************
000180     05  XF-RECORD-TYPE         PIC X(01).
000190         88  XF-IS-PAYER                VALUE 'A'.
000200         88  XF-IS-PAYEE                VALUE 'B'.
000210         88  XF-IS-END-OF-PAYER         VALUE 'C'.
000220     05  FILLER                 PIC X(01).
000230     05  XF-TAX-YEAR            PIC 9(04).
000240     05  FILLER                 PIC X(01).
000250     05  XF-RECORD-BODY         PIC X(120).
000260     05  XF-PAYER-BODY REDEFINES XF-RECORD-BODY.
000270         10  XF-A-PAYER-TIN     PIC X(09).
000280         10  FILLER             PIC X(01).
000290         10  XF-A-PAYER-NAME    PIC X(40).
000300         10  FILLER             PIC X(01).
000310         10  XF-A-INCOME-TYPE   PIC X(03).
000320         10  FILLER             PIC X(66).
000330     05  XF-PAYEE-BODY REDEFINES XF-RECORD-BODY.
000340         10  XF-B-PAYEE-ID      PIC 9(08).
000350         10  FILLER             PIC X(01).
000360         10  XF-B-PAYEE-NAME    PIC X(30).
000370         10  FILLER             PIC X(01).
000380         10  XF-B-PAYEE-ADDRESS PIC X(40).
000390         10  FILLER             PIC X(01).
000400         10  XF-B-INTEREST-AMOUNT PIC 9(11)V99.
000410         10  FILLER             PIC X(01).
000420         10  XF-B-WITHHELD-AMOUNT PIC 9(11)V99.
000430         10  FILLER             PIC X(01).
000440         10  XF-B-BACKUP-WITHHOLD-IND PIC X(01).
000450             88  XF-B-SUBJECT-TO-BACKUP     VALUE 'Y'.
000460             88  XF-B-NOT-SUBJECT-TO-BACKUP VALUE 'N'.
000470         10  FILLER             PIC X(10).
000480     05  XF-TOTALS-BODY REDEFINES XF-RECORD-BODY.
000490         10  XF-C-PAYEE-COUNT   PIC 9(08).
000500         10  FILLER             PIC X(01).
000510         10  XF-C-INTEREST-TOTAL PIC 9(13)V99.
000520         10  FILLER             PIC X(01).
000530         10  XF-C-WITHHELD-TOTAL PIC 9(13)V99.
000540         10  FILLER             PIC X(80).
