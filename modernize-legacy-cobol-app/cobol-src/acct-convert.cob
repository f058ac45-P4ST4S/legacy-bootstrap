000108*                  ACCT-RELOAD can rebuild the file under the  *
000109*                  widened ACCTREC.  Hash widened to twelve    *
000111*                  integer digits.                             *
000112* 10/15/2026  RLM  Repointed at the currency-code change: the  *
000113*                  old layout is the nine-digit one, and every *
000114*                  account is carried over in home currency.   *
000115*****************************************************************
000120*
000130*****************************************************************
000140* ACCT-CONVERT is the one-time upgrade step for the balance    *
000150* file.  The account record grew again when the account's      *
000160* currency code was added after the type code, and an indexed  *
000170* file's record length cannot grow in place - a file           *
000180* written under the old layout will not open under the new     *
000190* FD, and ACCT-UNLOAD cannot read it either because it         *
000200* browses through DATA-PROGRAM's new FD.  This program opens   *
000210* the file under the OLD record layout, writes every account   *
000220* to the same ACCTBACK backup ACCT-UNLOAD produces - each      *
000230* field carried forward unchanged into the longer layout and    *
000235* the new currency code set to spaces, home currency -         *
000240* with the usual count and balance-hash trailer.               *
000250* ACCT-RELOAD then proves that backup and rebuilds the file    *
000260* under the new layout.  Run once at upgrade:                  *
000430 DATA DIVISION.
000440 FILE SECTION.
000450*****************************************************************
000460* The account record as it was BEFORE the currency code was    *
000470* added - the layout the file on disk still carries.           *
000480* Deliberately not the ACCTREC copybook.                       *
000490*****************************************************************
000500 FD  OLD-BALANCE-FILE.
000510 01  OLD-BALANCE-RECORD.
000520     05  OB-ACCOUNT-ID          PIC 9(10).
000530     05  OB-BALANCE             PIC S9(9)V99.
000540     05  OB-OD-LIMIT            PIC 9(9)V99.
000550     05  OB-OVERDRAWN-FLAG      PIC X(01).
000552     05  OB-STATUS-FLAG         PIC X(01).
000554     05  OB-ACCOUNT-TYPE        PIC X(01).
001160
001170*****************************************************************
001180* 2000-CONVERT-ACCOUNT reads one old-layout record, carries    *
001190* every field forward unchanged into the longer layout as a    *
001200* home-currency account, and accumulates the controls.         *
001210*****************************************************************
001220 2000-CONVERT-ACCOUNT.
001230     READ OLD-BALANCE-FILE NEXT RECORD
001310     MOVE OB-OVERDRAWN-FLAG TO AB-OVERDRAWN-FLAG
001320     MOVE OB-STATUS-FLAG TO AB-STATUS-FLAG
001330     MOVE OB-ACCOUNT-TYPE TO AB-ACCOUNT-TYPE
001335     MOVE SPACES TO AB-CURRENCY-CODE
001340     WRITE BACKUP-RECORD FROM CURRENT-ACCOUNT-RECORD
001350     ADD 1 TO CV-ACCOUNT-COUNT
001360     ADD AB-BALANCE TO CV-BALANCE-HASH.
