000070*                  number and date so an inquiry reads one     *
000080*                  account's postings instead of scanning the  *
000090*                  whole archive front to back.                *
000091* 10/15/2026  RLM  Added the entry's currency code and         *
000092*                  home-currency rate off the audit entry, so  *
000093*                  a foreign-currency account's postings can   *
000094*                  be valued in home currency.  The record     *
000095*                  grew: delete TRANHIST and rerun             *
000096*                  HISTORY-LOAD with the archive backfill to   *
000097*                  rebuild it.                                 *
000100*****************************************************************
000110* Transaction-history record on the indexed TRANHIST file,     *
000120* loaded nightly by HISTORY-LOAD from the day's audit trail.   *
000280     05  TH-OPERATOR-ID         PIC X(08).
000290     05  TH-ORIG-DATE           PIC 9(08).
000300     05  TH-ORIG-SEQ            PIC 9(06).
000310     05  TH-CURRENCY-CODE       PIC X(03).
000320     05  TH-HOME-RATE           PIC 9(05)V9(06).
