000010*****************************************************************
000020* INSREC                                                       *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - deposit insurance        *
000060*                  coverage record in the insurer's submission *
000070*                  layout, written quarterly by INSURANCE-RUN. *
000080*****************************************************************
000090* One record of the quarterly deposit insurance submission.    *
000100* The file opens with one header record (H) naming the bank    *
000110* and the coverage limit applied, carries one depositor record *
000120* (D) per customer number and ownership category, and closes   *
000130* with one trailer record (T) whose count and totals the       *
000140* insurer proves the D records against.  A customer holding    *
000150* accounts in two categories - a single account and a trust,   *
000160* say - files two D records, each insured up to the limit.     *
000170* The position is the balance plus interest accrued but not    *
000180* yet paid, in home currency; amounts are unsigned with two    *
000190* implied decimals.                                            *
000200*****************************************************************
000210     05  DF-RECORD-TYPE         PIC X(01).
000220         88  DF-IS-HEADER               VALUE 'H'.
000230         88  DF-IS-DEPOSITOR            VALUE 'D'.
000240         88  DF-IS-TRAILER              VALUE 'T'.
000250     05  FILLER                 PIC X(01).
000260     05  DF-AS-OF-DATE          PIC 9(08).
000270     05  FILLER                 PIC X(01).
000280     05  DF-RECORD-BODY         PIC X(150).
000290     05  DF-HEADER-BODY REDEFINES DF-RECORD-BODY.
000300         10  DF-H-INSTITUTION-ID PIC X(10).
000310         10  FILLER             PIC X(01).
000320         10  DF-H-INSTITUTION-NAME PIC X(40).
000330         10  FILLER             PIC X(01).
000340         10  DF-H-COVERAGE-LIMIT PIC 9(9)V99.
000350         10  FILLER             PIC X(87).
000360     05  DF-DEPOSITOR-BODY REDEFINES DF-RECORD-BODY.
000370         10  DF-D-DEPOSITOR-ID  PIC 9(08).
000380         10  FILLER             PIC X(01).
000390         10  DF-D-OWNERSHIP-CATEGORY PIC X(03).
000400             88  DF-D-SINGLE-OWNER          VALUE 'SGL'.
000410             88  DF-D-JOINT-OWNERS          VALUE 'JNT'.
000420             88  DF-D-TRUST                 VALUE 'TRS'.
000430             88  DF-D-CORPORATE             VALUE 'CRP'.
000440         10  FILLER             PIC X(01).
000450         10  DF-D-DEPOSITOR-NAME PIC X(30).
000460         10  FILLER             PIC X(01).
000470         10  DF-D-DEPOSITOR-ADDRESS PIC X(40).
000480         10  FILLER             PIC X(01).
000490         10  DF-D-ACCOUNT-COUNT PIC 9(03).
000500         10  FILLER             PIC X(01).
000510         10  DF-D-BALANCE       PIC 9(11)V99.
000520         10  FILLER             PIC X(01).
000530         10  DF-D-ACCRUED-INTEREST PIC 9(11)V99.
000540         10  FILLER             PIC X(01).
000550         10  DF-D-INSURED-AMOUNT PIC 9(11)V99.
000560         10  FILLER             PIC X(01).
000570         10  DF-D-UNINSURED-AMOUNT PIC 9(11)V99.
000580         10  FILLER             PIC X(06).
000590     05  DF-TRAILER-BODY REDEFINES DF-RECORD-BODY.
000600         10  DF-T-DEPOSITOR-COUNT PIC 9(08).
000610         10  FILLER             PIC X(01).
000620         10  DF-T-BALANCE-TOTAL PIC 9(13)V99.
000630         10  FILLER             PIC X(01).
000640         10  DF-T-ACCRUED-TOTAL PIC 9(13)V99.
000650         10  FILLER             PIC X(01).
000660         10  DF-T-INSURED-TOTAL PIC 9(13)V99.
000670         10  FILLER             PIC X(01).
000680         10  DF-T-UNINSURED-TOTAL PIC 9(13)V99.
000690         10  FILLER             PIC X(78).
