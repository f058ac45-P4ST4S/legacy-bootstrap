000010*****************************************************************
000020* MAILREC                                                      *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - letter record in the     *
000060*                  mail vendor's fixed print layout, written   *
000070*                  nightly by LETTER-RUN.                      *
000080*****************************************************************
000090* One record of the nightly print file sent to the mail vendor.*
000100* The file opens with one header record (H) naming the bank and*
000110* the letter date, carries one letter record (L) per notice -  *
000120* the vendor's template is chosen by the notice type, and the  *
000130* name, address and figures are printed into it - and closes   *
000140* with one trailer record (T) whose count the vendor proves the*
000150* L records against.  Amounts are unsigned with two implied    *
000160* decimals and a separate sign byte, '-' for a negative amount.*
000170*****************************************************************
000180     05  MV-RECORD-TYPE         PIC X(01).
000190         88  MV-IS-HEADER               VALUE 'H'.
000200         88  MV-IS-LETTER               VALUE 'L'.
000210         88  MV-IS-TRAILER              VALUE 'T'.
000220     05  FILLER                 PIC X(01).
000230     05  MV-LETTER-DATE         PIC 9(08).
000240     05  FILLER                 PIC X(01).
000250     05  MV-RECORD-BODY         PIC X(170).
000260     05  MV-HEADER-BODY REDEFINES MV-RECORD-BODY.
000270         10  MV-H-SENDER-ID     PIC X(10).
000280         10  FILLER             PIC X(01).
000290         10  MV-H-SENDER-NAME   PIC X(40).
000300         10  FILLER             PIC X(119).
000310     05  MV-LETTER-BODY REDEFINES MV-RECORD-BODY.
000320         10  MV-L-TEMPLATE      PIC X(08).
000330         10  FILLER             PIC X(01).
000340         10  MV-L-ACCOUNT-ID    PIC 9(10).
000350         10  FILLER             PIC X(01).
000360         10  MV-L-CUSTOMER-NO   PIC 9(08).
000370         10  FILLER             PIC X(01).
000380         10  MV-L-NAME          PIC X(30).
000390         10  FILLER             PIC X(01).
000400         10  MV-L-ADDRESS       PIC X(40).
000410         10  FILLER             PIC X(01).
000420         10  MV-L-CURRENCY-CODE PIC X(03).
000430         10  FILLER             PIC X(01).
000440         10  MV-L-FIRST-SIGN    PIC X(01).
000450         10  MV-L-FIRST-AMOUNT  PIC 9(9)V99.
000460         10  FILLER             PIC X(01).
000470         10  MV-L-SECOND-SIGN   PIC X(01).
000480         10  MV-L-SECOND-AMOUNT PIC 9(9)V99.
000490         10  FILLER             PIC X(01).
000500         10  MV-L-REFERENCE-DATE PIC 9(08).
000510         10  FILLER             PIC X(01).
000520         10  MV-L-REFERENCE-TEXT PIC X(20).
000530         10  FILLER             PIC X(10).
000540     05  MV-TRAILER-BODY REDEFINES MV-RECORD-BODY.
000550         10  MV-T-LETTER-COUNT  PIC 9(08).
000560         10  FILLER             PIC X(162).
