000320*                  the shipped default, since OPERATIONS falls *
000330*                  back to that default for an account type    *
000340*                  with no parameter record.                   *
000342* 10/15/2026  RLM  The reject file's image of the original     *
000344*                  record widened with the feed record, which  *
000346*                  now carries the currency of the amount.     *
000350*****************************************************************
000360*
000370*****************************************************************
000890 01  REJECT-RECORD.
000900     05  RJ-REASON-CODE          PIC X(04).
000910     05  FILLER                  PIC X(01).
000920     05  RJ-ORIGINAL-RECORD      PIC X(55).
000930
000940 FD  PARAMETER-FILE.
000950 01  PARAMETER-FILE-RECORD.
