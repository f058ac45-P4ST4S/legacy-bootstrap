000010*****************************************************************
000020* FXPOSREC                                                     *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - foreign-currency         *
000060*                  position record kept by GL-EXTRACT and      *
000070*                  revalued by FX-REVALUATION.                 *
000080*****************************************************************
000090* One record per foreign currency the bank holds customer      *
000100* deposits in.  FP-POSITION is the net customer-deposits       *
000110* ledger balance in that currency (credit balance positive)    *
000120* and FP-BOOK-VALUE what it stands at in home currency on the  *
000130* ledger - each day's movements at the rates they posted at,   *
000140* plus every revaluation booked since.  GL-EXTRACT adds each   *
000150* night's movement and stamps FP-EXTRACT-DATE on every record  *
000160* so a second run for the same day cannot add it twice;        *
000170* FX-REVALUATION restates FP-BOOK-VALUE at the month-end rate  *
000180* and stamps the date and rate it used.                        *
000190*****************************************************************
000200     05  FP-CURRENCY-CODE       PIC X(03).
000210     05  FILLER                 PIC X(01).
000220     05  FP-POSITION            PIC S9(11)V99.
000230     05  FILLER                 PIC X(01).
000240     05  FP-BOOK-VALUE          PIC S9(11)V99.
000250     05  FILLER                 PIC X(01).
000260     05  FP-EXTRACT-DATE        PIC 9(08).
000270     05  FILLER                 PIC X(01).
000280     05  FP-REVAL-DATE          PIC 9(08).
000290     05  FILLER                 PIC X(01).
000300     05  FP-REVAL-RATE          PIC 9(05)V9(06).
