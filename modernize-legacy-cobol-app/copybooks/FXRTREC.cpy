000010*****************************************************************
000020* FXRTREC                                                      *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - exchange-rate record     *
000060*                  for the treasury rate feed and the day's    *
000070*                  rate file loaded from it.                   *
000080*****************************************************************
000090* One day's exchange rates.  The first record is a header      *
000100* (type H) carrying the date the rates are for and the home    *
000110* currency code; each rate record (type R) carries one foreign *
000120* currency and how many home-currency units one unit of it     *
000130* buys; the last record is a trailer (type T) carrying the     *
000140* count of rate records.  Treasury sends the feed (FXFEED)     *
000150* each morning; FX-RATE-LOAD proves it and writes the day's    *
000160* rate file (FXRATES) in the same layout, which FXRATE-PROGRAM *
000170* serves to every program that converts an amount.  The home   *
000180* currency itself is never carried as a rate record - its rate *
000190* is one by definition.                                        *
000200*****************************************************************
000210     05  FX-RECORD-TYPE         PIC X(01).
000220         88  FX-IS-HEADER               VALUE 'H'.
000230         88  FX-IS-RATE                 VALUE 'R'.
000240         88  FX-IS-TRAILER              VALUE 'T'.
000250     05  FILLER                 PIC X(01).
000260     05  FX-RATE-DATA.
000270         10  FX-CURRENCY-CODE   PIC X(03).
000280         10  FILLER             PIC X(01).
000290         10  FX-HOME-RATE       PIC 9(05)V9(06).
000300         10  FILLER             PIC X(05).
000310     05  FX-HEADER-DATA REDEFINES FX-RATE-DATA.
000320         10  FX-RATE-DATE       PIC 9(08).
000330         10  FILLER             PIC X(01).
000340         10  FX-HOME-CURRENCY   PIC X(03).
000350         10  FILLER             PIC X(08).
000360     05  FX-TRAILER-DATA REDEFINES FX-RATE-DATA.
000370         10  FX-RATE-COUNT      PIC 9(04).
000380         10  FILLER             PIC X(16).
