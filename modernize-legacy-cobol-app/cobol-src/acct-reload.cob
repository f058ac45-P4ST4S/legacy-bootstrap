000100* 08/22/2026  RLM  Original version.                           *
000102* 09/02/2026  RLM  Balance hash widened to twelve integer      *
000104*                  digits to carry the widened balances.       *
000106* 10/15/2026  RLM  The work record's copy of the account       *
000107*                  layout renames the term-deposit, loan, and  *
000108*                  currency fields with the rest.              *
000110*****************************************************************
000120*
000130*****************************************************************
000890                   ==AB-TYPE-CHECKING==  BY ==RL-TYPE-CHECKING==
000900                   ==AB-TYPE-SAVINGS==   BY ==RL-TYPE-SAVINGS==
000910                   ==AB-TYPE-CORPORATE==
000920                       BY ==RL-TYPE-CORPORATE==
000921                   ==AB-TYPE-TERM-DEPOSIT==
000922                       BY ==RL-TYPE-TERM-DEPOSIT==
000923                   ==AB-TYPE-LOAN==      BY ==RL-TYPE-LOAN==
000924                   ==AB-CURRENCY-CODE==  BY ==RL-CURRENCY-CODE==
000925                   ==AB-HOME-CURRENCY==  BY ==RL-HOME-CURRENCY==.
000930 01  RL-WORK-TRAILER REDEFINES RL-WORK-RECORD.
000940     05  RL-T-RECORD-TYPE         PIC X(01).
000950         88  RL-T-IS-TRAILER              VALUE 'T'.
