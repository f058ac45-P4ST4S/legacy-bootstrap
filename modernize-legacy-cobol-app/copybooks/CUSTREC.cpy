000096*                  Zero means the account is open.  The same   *
000097*                  CUST-CONVERT/CUST-RELOAD carry-forward      *
000098*                  brings both new fields on together.         *
000099* 10/15/2026  RLM  Added the backup-withholding flag, kept the *
000100*                  same on every account of one customer by    *
000101*                  CUSTOMER-MAINT; INTEREST-ACCRUAL withholds  *
000102*                  tax from the interest credited to a flagged *
000103*                  account.  The SPACE value on the 88 keeps a *
000104*                  blank work area counting as not withheld.   *
000105* 10/15/2026  RLM  Added the branch code - the branch the      *
000106*                  account is held at, whose ledger carries it *
000107*                  and whose manager signs off its figures.    *
000108*                  ACCOUNT-OPEN sets it and CUSTOMER-MAINT     *
000109*                  moves the account between branches.  Both   *
000110*                  new fields grew the record, and one         *
000111*                  CUST-CONVERT/CUST-RELOAD carry-forward      *
000112*                  brings them on together: every carried      *
000113*                  record is stamped not withheld and held at  *
000114*                  the head office, 001.                       *
000115*****************************************************************
000116* Common customer-master record layout.  One record exists per *
000117* account formally opened through ACCOUNT-OPEN; DATA-PROGRAM   *
000120* refuses to read or post a balance for an account that was    *
000130* never opened, so this file and ACCTBAL stay in step.  The    *
000132* customer number ties a customer's accounts together for the  *
000134* CUSTOMER-INQUIRY relationship view; zero means the record    *
000136* predates customer numbers and has not been assigned one.     *
000137* The backup-withholding flag marks a customer the bank must   *
000138* withhold tax from, set alike on all the customer's accounts. *
000139* Branch code: the account's branch; spaces = the head office. *
000140*****************************************************************
000150     05  CM-ACCOUNT-ID          PIC 9(10).
000160     05  CM-CUSTOMER-NAME       PIC X(30).
000180     05  CM-OPEN-DATE           PIC 9(08).
000190     05  CM-CUSTOMER-NO         PIC 9(08).
000200     05  CM-CLOSE-DATE          PIC 9(08).
000210     05  CM-BACKUP-WITHHOLD-FLAG PIC X(01).
000220         88  CM-BACKUP-WITHHOLDING      VALUE 'Y'.
000230         88  CM-NO-BACKUP-WITHHOLDING   VALUE 'N' SPACE.
000240     05  CM-BRANCH-CODE         PIC X(03).
