000010*****************************************************************
000020* NOTHREC                                                      *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - correspondence history   *
000060*                  record appended by LETTER-RUN for every     *
000070*                  notice it mails or holds, and shown by the  *
000080*                  MAIN-PROGRAM history inquiry.               *
000090*****************************************************************
000100* One notice LETTER-RUN dealt with: the request as it was      *
000110* dropped (see NOTCREC), the cycle it counts against - the     *
000120* calendar month of the run - the date of the run, and what    *
000130* became of it.  A notice is mailed at most once per type,     *
000140* account and cycle; a held notice was never mailed and does   *
000150* not count, so the next request of that type can still go     *
000160* out once the customer record is put right.                   *
000170*****************************************************************
000180     05  NH-NOTICE-TYPE         PIC X(08).
000190     05  FILLER                 PIC X(01).
000200     05  NH-ACCOUNT-ID          PIC 9(10).
000210     05  FILLER                 PIC X(01).
000220     05  NH-CUSTOMER-NO         PIC 9(08).
000230     05  FILLER                 PIC X(01).
000240     05  NH-REQUEST-DATE        PIC 9(08).
000250     05  FILLER                 PIC X(01).
000260     05  NH-REQUESTED-BY        PIC X(08).
000270     05  FILLER                 PIC X(01).
000280     05  NH-CURRENCY-CODE       PIC X(03).
000290     05  FILLER                 PIC X(01).
000300     05  NH-FIRST-AMOUNT        PIC S9(9)V99.
000310     05  FILLER                 PIC X(01).
000320     05  NH-SECOND-AMOUNT       PIC S9(9)V99.
000330     05  FILLER                 PIC X(01).
000340     05  NH-REFERENCE-DATE      PIC 9(08).
000350     05  FILLER                 PIC X(01).
000360     05  NH-REFERENCE-TEXT      PIC X(20).
000370     05  FILLER                 PIC X(01).
000380     05  NH-CYCLE               PIC 9(06).
000390     05  FILLER                 PIC X(01).
000400     05  NH-PROCESSED-DATE      PIC 9(08).
000410     05  FILLER                 PIC X(01).
000420     05  NH-STATUS-FLAG         PIC X(01).
000430         88  NH-IS-MAILED               VALUE 'M'.
000440         88  NH-HELD-NO-CUSTOMER        VALUE 'C'.
000450         88  NH-HELD-NO-ADDRESS         VALUE 'A'.
000460         88  NH-HELD-TABLE-FULL         VALUE 'F'.
