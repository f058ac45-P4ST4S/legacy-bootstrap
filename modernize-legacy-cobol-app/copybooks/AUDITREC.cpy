000166*                  trail and the archive must be carried      *
000167*                  forward once with AUDIT-CONVERT before     *
000168*                  anything reads them under this layout.     *
000169* 10/15/2026  RLM  Added AT-PREV-CHECK-VALUE and               *
000170*                  AT-CHECK-VALUE so every entry is chained    *
000171*                  to the one before it.  AUDIT-CHAIN stamps   *
000172*                  both just before a writer appends the       *
000173*                  entry; AUDIT-VERIFY recomputes them         *
000174*                  nightly.  Entries written before the        *
000175*                  fields existed read back as spaces and      *
000176*                  are taken as unchained history.             *
000177* 10/15/2026  RLM  Added the currency block: the currency the  *
000178*                  amount and balance are in and its home      *
000179*                  rate that day, and for a conversion the     *
000180*                  counter amount, its currency, and the rate  *
000181*                  applied.  Spaces on a home-currency entry   *
000182*                  with no conversion, and on every entry      *
000183*                  written before the fields existed.          *
000184* 10/15/2026  RLM  Added the branch block: the branch the      *
000185*                  entry was keyed at, the branch the account  *
000186*                  was held at when it was written, and on a   *
000187*                  branch transfer the branch it moved from.   *
000188*                  AUDIT-CHAIN fills in any the writer leaves  *
000189*                  blank.  Spaces on every entry written       *
000190*                  before the fields existed, read as the      *
000191*                  head office.                                *
000192*****************************************************************
000193* Common audit-trail record layout, written by OPERATIONS for  *
000194* every CREDIT, DEBIT, or TRANSFER leg it posts, and read back *
000200* by RECONCILE-RUN when it nets a day's postings per account.  *
000201* Each entry carries a check value chained from the entry      *
000202* before it, so no entry can be altered, removed, or slipped   *
000203* in without AUDIT-VERIFY noticing.                            *
000204* AT-EXCHANGE-RATE is quoted as units of the currency credited *
000205* per unit of the currency debited, so both legs of a          *
000206* cross-currency transfer carry the same figure.               *
000207* When AT-BRANCH-CODE and AT-ACCOUNT-BRANCH differ the posting *
000208* crossed branches, and GL-EXTRACT books the due-to/due-from   *
000209* pair between them.                                           *
000210*****************************************************************
000220     05  AT-SEQUENCE-NO         PIC 9(06).
000230     05  FILLER                 PIC X(01) VALUE SPACE.
000420     05  AT-ORIG-DATE            PIC 9(08).
000430     05  FILLER                  PIC X(01) VALUE SPACE.
000440     05  AT-ORIG-SEQ             PIC 9(06).
000450     05  FILLER                  PIC X(01) VALUE SPACE.
000460     05  AT-PREV-CHECK-VALUE     PIC 9(09).
000470     05  FILLER                  PIC X(01) VALUE SPACE.
000480     05  AT-CHECK-VALUE          PIC 9(09).
000490     05  FILLER                  PIC X(01) VALUE SPACE.
000500     05  AT-CURRENCY-BLOCK.
000505         10  AT-CURRENCY-CODE    PIC X(03).
000510         10  FILLER              PIC X(01) VALUE SPACE.
000520         10  AT-HOME-RATE        PIC 9(05)V9(06).
000530         10  FILLER              PIC X(01) VALUE SPACE.
000540         10  AT-COUNTER-AMOUNT   PIC 9(9)V99.
000550         10  FILLER              PIC X(01) VALUE SPACE.
000560         10  AT-COUNTER-CURRENCY PIC X(03).
000570         10  FILLER              PIC X(01) VALUE SPACE.
000580         10  AT-EXCHANGE-RATE    PIC 9(05)V9(06).
000590     05  FILLER                  PIC X(01) VALUE SPACE.
000600     05  AT-BRANCH-BLOCK.
000610         10  AT-BRANCH-CODE      PIC X(03).
000620         10  FILLER              PIC X(01) VALUE SPACE.
000630         10  AT-ACCOUNT-BRANCH   PIC X(03).
000640         10  FILLER              PIC X(01) VALUE SPACE.
000650         10  AT-PRIOR-BRANCH     PIC X(03).
