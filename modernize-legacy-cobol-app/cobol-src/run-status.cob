000111*                  RUN-CONTROL.                                *
000112* 09/02/2026  RLM  Added the COMPLIANCE review step after      *
000113*                  HISTLOAD, in step with RUN-CONTROL.         *
000114* 10/15/2026  RLM  Added the AUDITVFY verification step        *
000115*                  after COMPLIANCE, in step with RUN-CONTROL. *
000116*****************************************************************
000120*
000130*****************************************************************
000627     05  FILLER                  PIC X(12) VALUE 'BALHIST     '.
000628     05  FILLER                  PIC X(12) VALUE 'HISTLOAD    '.
000629     05  FILLER                  PIC X(12) VALUE 'COMPLIANCE  '.
000630     05  FILLER                  PIC X(12) VALUE 'AUDITVFY    '.
000635     05  FILLER                  PIC X(12) VALUE 'AUDITROLL   '.
000640     05  FILLER                  PIC X(12) VALUE 'EODCUTOVER  '.
000650 01  RS-STEP-TABLE-R REDEFINES RS-STEP-TABLE.
000660     05  RS-STEP-ENTRY OCCURS 10 TIMES
000670             INDEXED BY RS-STEP-IDX.
000680         10  RS-T-STEP-NAME      PIC X(12).
000690 01  RS-STEP-COUNT               PIC 9(02) VALUE 10.
000700
000710 01  RS-DONE-TABLE.
000720     05  RS-DONE-ENTRY OCCURS 10 TIMES
000730             INDEXED BY RS-DONE-IDX.
000740         10  RS-T-DONE-SW        PIC X(01).
000750         10  RS-T-DONE-TIME      PIC 9(08).
