000094*                  corporate deposit no longer has to be      *
000095*                  split.  The upstream sender must cut the   *
000096*                  feed under this wider layout.              *
000097* 10/15/2026  RLM  Added TI-CURRENCY-CODE - the currency the  *
000098*                  amount is in.  Spaces, as on every record  *
000099*                  cut before the field existed, mean the     *
000100*                  account's own currency; any other code     *
000101*                  must be it, since postings are made only   *
000102*                  in the account's currency.                 *
000103*****************************************************************
000110* Common batch transaction feed record layout.  Callers that   *
000120* need a second feed record in play at once may COPY this      *
000130* member REPLACING each TI- field name by its own prefixed     *
000230     05  TI-SUPERVISOR-ID         PIC X(08).
000240     05  FILLER                  PIC X(01).
000250     05  TI-TO-ACCOUNT-ID         PIC 9(10).
000260     05  FILLER                  PIC X(01).
000270     05  TI-CURRENCY-CODE         PIC X(03).
