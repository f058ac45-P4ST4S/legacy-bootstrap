000010*****************************************************************
000020* ESCHREC                                                      *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - escheatment register     *
000060*                  entry maintained by ESCHEAT-RUN.            *
000070*****************************************************************
000080* One dormant account taken into the escheatment process.  The *
000090* entry is written noticed (N) when the due-diligence letter   *
000100* goes to the owner, with the last customer-activity date the  *
000110* letter was based on.  If the owner makes contact inside the  *
000120* notice window - the account is reactivated or shows new      *
000130* activity - the entry is marked withdrawn (X); otherwise,     *
000140* once the window has passed, the balance is remitted and the  *
000150* entry is marked remitted (R) with the amount and date.  An   *
000160* account carries one entry - a fresh letter after a withdrawn *
000170* one reuses it - and entries are never deleted, so the file   *
000180* shows every account ever noticed and every remittance.       *
000190*****************************************************************
000200     05  EH-ACCOUNT-ID          PIC 9(10).
000210     05  FILLER                 PIC X(01).
000220     05  EH-STATUS-FLAG         PIC X(01).
000230         88  EH-IS-NOTICED              VALUE 'N'.
000240         88  EH-IS-REMITTED             VALUE 'R'.
000250         88  EH-IS-WITHDRAWN            VALUE 'X'.
000260     05  FILLER                 PIC X(01).
000270     05  EH-LAST-ACTIVITY-DATE  PIC 9(08).
000280     05  FILLER                 PIC X(01).
000290     05  EH-NOTICE-DATE         PIC 9(08).
000300     05  FILLER                 PIC X(01).
000310     05  EH-RESPOND-BY-DATE     PIC 9(08).
000320     05  FILLER                 PIC X(01).
000330     05  EH-REMIT-DATE          PIC 9(08).
000340     05  FILLER                 PIC X(01).
000350     05  EH-REMIT-AMOUNT        PIC 9(9)V99.
