000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 09/02/2026  RLM  Original version.                           *
000103* 10/15/2026  RLM  INWARD entries net as credits and REVIW as  *
000106*                  debits, matching the movement each posts.   *
000107* 10/15/2026  RLM  CHEQUE entries net as debits, matching the  *
000108*                  movement each posts.                        *
000109* 10/15/2026  RLM  Installment-loan postings net into the      *
000110*                  account's movement: LOANDISB, LOANADV, and  *
000111*                  LOANINT raise the balance, LOANPAY and      *
000112*                  LOANRCV lower it.                           *
000113* 10/15/2026  RLM  TAXWH entries - backup withholding - net as *
000114*                  debits and REVTW as credits, matching the   *
000115*                  movement each posts.                        *
000116* 10/15/2026  RLM  ESCHEAT entries - a dormant balance         *
000117*                  remitted as unclaimed property - net as     *
000118*                  debits, matching the movement each posts.   *
000119*****************************************************************
000120*
000130*****************************************************************
000140* JOURNAL-RECOVER is the post-abend recovery utility for an    *
002670         WHEN 'REVDB   '
002680         WHEN 'REVTO   '
002690         WHEN 'REVFE   '
002692         WHEN 'REVTW   '
002695         WHEN 'INWARD  '
002696         WHEN 'LOANDISB'
002697         WHEN 'LOANADV '
002698         WHEN 'LOANINT '
002700         WHEN 'TRANSIN '
002710             ADD AT-AMOUNT TO JR-T-AUDIT-NET (JR-ACCT-IDX)
002720         WHEN 'DEBIT   '
002750         WHEN 'REVTI   '
002760         WHEN 'FEE     '
002770         WHEN 'PAYMENT '
002771         WHEN 'REVIW   '
002772         WHEN 'CHEQUE  '
002773         WHEN 'LOANPAY '
002774         WHEN 'LOANRCV '
002775         WHEN 'TAXWH   '
002776         WHEN 'ESCHEAT '
002780         WHEN 'TRANSOUT'
002790             SUBTRACT AT-AMOUNT FROM
002800                 JR-T-AUDIT-NET (JR-ACCT-IDX)
