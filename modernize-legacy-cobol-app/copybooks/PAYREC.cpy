000050* 09/02/2026  RLM  Original version - outgoing-payment         *
000060*                  interface record written by OPERATIONS'     *
000070*                  PAYMENT operation.                          *
000072* 10/15/2026  RLM  Added PY-CURRENCY-CODE - the currency the   *
000074*                  payment is sent in, which may differ from   *
000076*                  the account's.  Spaces mean home currency.  *
000080*****************************************************************
000090* Outgoing-payment interface record, one per PAYMENT posted.   *
000100* The file is handed to the clearing bank each night; the      *
000250     05  PY-BENEF-BANK          PIC X(11).
000260     05  FILLER                 PIC X(01).
000270     05  PY-BENEF-ACCOUNT       PIC X(20).
000280     05  FILLER                 PIC X(01).
000290     05  PY-CURRENCY-CODE       PIC X(03).
