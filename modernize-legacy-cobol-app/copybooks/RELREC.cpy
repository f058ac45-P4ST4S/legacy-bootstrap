000010*****************************************************************
000020* RELREC                                                       *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - account-relationship     *
000060*                  entry maintained by RELATIONSHIP-MAINT and  *
000070*                  read by CUSTOMER-INQUIRY, STATEMENT-RUN,    *
000080*                  and ACCOUNT-CLOSE.                          *
000090*****************************************************************
000100* One party to one account.  The customer master still carries *
000110* a single customer number per account - that party is the     *
000120* primary holder, and RELATIONSHIP-MAINT writes the primary    *
000130* entry for it the first time any other party is linked.  Each *
000140* further party - a joint holder, an attorney under a power of *
000150* attorney, or a trustee - is one more entry for the same      *
000160* account, with whether that party may sign alone.  The        *
000170* party's name and address are carried here because a joint    *
000180* holder need not hold an account of their own; they are taken *
000190* from the customer master when the customer number already    *
000200* holds one.  An ended link stays on file marked ended so the  *
000210* history of who could operate the account is never lost.      *
000220*****************************************************************
000230     05  AP-ACCOUNT-ID          PIC 9(10).
000240     05  FILLER                 PIC X(01).
000250     05  AP-CUSTOMER-NO         PIC 9(08).
000260     05  FILLER                 PIC X(01).
000270     05  AP-ROLE                PIC X(01).
000280         88  AP-ROLE-PRIMARY            VALUE 'P'.
000290         88  AP-ROLE-JOINT              VALUE 'J'.
000300         88  AP-ROLE-ATTORNEY           VALUE 'A'.
000310         88  AP-ROLE-TRUSTEE            VALUE 'T'.
000320     05  FILLER                 PIC X(01).
000330     05  AP-SIGN-ALONE-FLAG     PIC X(01).
000340         88  AP-MAY-SIGN-ALONE          VALUE 'Y'.
000350         88  AP-MUST-SIGN-JOINTLY       VALUE 'N'.
000360     05  FILLER                 PIC X(01).
000370     05  AP-PARTY-NAME          PIC X(30).
000380     05  FILLER                 PIC X(01).
000390     05  AP-PARTY-ADDRESS       PIC X(40).
000400     05  FILLER                 PIC X(01).
000410     05  AP-STATUS-FLAG         PIC X(01).
000420         88  AP-IS-ACTIVE               VALUE 'A'.
000430         88  AP-IS-ENDED                VALUE 'X'.
000440     05  FILLER                 PIC X(01).
000450     05  AP-ADDED-DATE          PIC 9(08).
000460     05  FILLER                 PIC X(01).
000470     05  AP-ENDED-DATE          PIC 9(08).
000480     05  FILLER                 PIC X(01).
000490     05  AP-CHANGED-BY          PIC X(08).
