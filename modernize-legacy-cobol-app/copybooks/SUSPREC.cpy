000010*****************************************************************
000020* SUSPREC                                                      *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - inward-payment suspense  *
000060*                  item written by INWARD-PAYMENTS and worked  *
000070*                  by SUSPENSE-MAINT.                          *
000075* 10/15/2026  RLM  Added reason CUR for a foreign-currency     *
000076*                  account.                                    *
000080*****************************************************************
000090* Inward-payment suspense item.  An inward credit transfer     *
000100* that could not be posted - beneficiary account not on file,  *
000110* name not matching the customer master, account closed or     *
000120* frozen, or refused by OPERATIONS - is parked here with the   *
000130* reason code, carrying the whole original item.  Operations   *
000140* either repairs it and posts it to the right account or       *
000150* returns it to the sender; either way the item stays on file  *
000160* with its outcome, the date, and who resolved it.  The same   *
000170* layout is written to the returned-items file handed back to  *
000180* the clearing bank.                                           *
000190*                                                              *
000200* REASON CODES:                                                *
000210*   NOF  beneficiary account not on file                       *
000220*   NAM  beneficiary name does not match the customer master   *
000230*   STA  account closed, frozen, or otherwise not active       *
000240*   INV  item unreadable - amount or account not numeric       *
000245*   CUR  account held in a foreign currency                    *
000250*   any other OPERATIONS result code, as returned              *
000260*****************************************************************
000270     05  SP-SUSPENSE-ID         PIC 9(06).
000280     05  FILLER                 PIC X(01).
000290     05  SP-RECEIVED-DATE       PIC 9(08).
000300     05  FILLER                 PIC X(01).
000310     05  SP-REASON-CODE         PIC X(03).
000320     05  FILLER                 PIC X(01).
000330     05  SP-STATUS-FLAG         PIC X(01).
000340         88  SP-IS-OPEN                 VALUE 'O'.
000350         88  SP-IS-POSTED               VALUE 'P'.
000360         88  SP-IS-RETURNED             VALUE 'R'.
000370     05  FILLER                 PIC X(01).
000380     05  SP-RESOLVED-DATE       PIC 9(08).
000390     05  FILLER                 PIC X(01).
000400     05  SP-POSTED-ACCOUNT-ID   PIC 9(10).
000410     05  FILLER                 PIC X(01).
000420     05  SP-RESOLVED-BY         PIC X(08).
000430     05  FILLER                 PIC X(01).
000440     05  SP-ITEM-REF            PIC X(16).
000450     05  FILLER                 PIC X(01).
000460     05  SP-VALUE-DATE          PIC 9(08).
000470     05  FILLER                 PIC X(01).
000480     05  SP-AMOUNT              PIC 9(9)V99.
000490     05  FILLER                 PIC X(01).
000500     05  SP-BENEF-ACCOUNT-ID    PIC 9(10).
000510     05  FILLER                 PIC X(01).
000520     05  SP-BENEF-NAME          PIC X(30).
000530     05  FILLER                 PIC X(01).
000540     05  SP-ORDER-NAME          PIC X(30).
000550     05  FILLER                 PIC X(01).
000560     05  SP-ORDER-BANK          PIC X(11).
000570     05  FILLER                 PIC X(01).
000580     05  SP-ORDER-ACCOUNT       PIC X(20).
