000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 09/02/2026  RLM  Original version.                           *
000103* 10/15/2026  RLM  Backup detail layout follows CUSTREC's new  *
000106*                  backup-withholding flag and branch code.    *
000110*****************************************************************
000120*
000130*****************************************************************
000760             ==CM-CUSTOMER-ADDRESS== BY ==CR-CUSTOMER-ADDRESS==
000770             ==CM-OPEN-DATE==        BY ==CR-OPEN-DATE==
000780             ==CM-CUSTOMER-NO==      BY ==CR-CUSTOMER-NO==
000790             ==CM-CLOSE-DATE==       BY ==CR-CLOSE-DATE==
000791             ==CM-BACKUP-WITHHOLD-FLAG==
000792                 BY ==CR-BACKUP-WITHHOLD-FLAG==
000793             ==CM-BACKUP-WITHHOLDING==
000794                 BY ==CR-BACKUP-WITHHOLDING==
000795             ==CM-NO-BACKUP-WITHHOLDING==
000796                 BY ==CR-NO-BACKUP-WITHHOLDING==
000798             ==CM-BRANCH-CODE==      BY ==CR-BRANCH-CODE==.
000800 01  CR-WORK-TRAILER REDEFINES CR-WORK-RECORD.
000810     05  CR-T-RECORD-TYPE         PIC X(01).
000820         88  CR-T-IS-TRAILER              VALUE 'T'.
