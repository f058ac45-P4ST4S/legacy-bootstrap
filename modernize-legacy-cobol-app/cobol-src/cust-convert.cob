000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 09/02/2026  RLM  Original version.                           *
000101* 10/15/2026  RLM  Repointed at the next layout change: the    *
000102*                  old layout is now the one with the customer *
000103*                  number and close date, ending at the close  *
000104*                  date.  Each field is carried forward        *
000105*                  unchanged, the new backup-withholding flag  *
000106*                  is stamped N - not withheld - and the new   *
000107*                  branch code is stamped with the head        *
000108*                  office's off BRANCH-PROGRAM, both in the    *
000109*                  one pass, so CUST-RELOAD can rebuild the    *
000110*                  file under the grown CUSTREC.               *
000113*****************************************************************
000120*
000130*****************************************************************
000140* CUST-CONVERT is the one-time upgrade step for the customer   *
000150* master, the same carry-forward ACCT-CONVERT gave the balance *
000160* file.  The customer record grew again when the backup-       *
000170* withholding flag and the branch code were added, and an      *
000180* indexed file's record length cannot grow in place - a file   *
000190* written under the old layout will not open under the new FD. *
000200* This program opens CUSTMST under the OLD record layout and   *
000210* writes every record to the CUSTBACK backup - each field      *
000220* carried forward unchanged, the flag stamped N since no       *
000225* customer was withheld before it existed, and the branch      *
000226* stamped as the head office, where every account was held     *
000227* until branches were recorded - with the usual count and hash *
000228* trailer.                                                     *
000230* CUST-RELOAD then proves that backup and rebuilds the file    *
000240* under the new layout.  Run once at upgrade:                  *
000250*     CUST-CONVERT  then  CUST-RELOAD                          *
000410 DATA DIVISION.
000420 FILE SECTION.
000430*****************************************************************
000440* The customer record as it was BEFORE the backup-withholding *
000450* flag and the branch code existed - the layout the file on    *
000460* disk still carries.                                          *
000465* Deliberately not the CUSTREC copybook.                       *
000470*****************************************************************
000480 FD  OLD-CUSTOMER-FILE.
000490 01  OLD-CUSTOMER-RECORD.
000510     05  OC-CUSTOMER-NAME       PIC X(30).
000520     05  OC-CUSTOMER-ADDRESS    PIC X(40).
000530     05  OC-OPEN-DATE           PIC 9(08).
000533     05  OC-CUSTOMER-NO         PIC 9(08).
000536     05  OC-CLOSE-DATE          PIC 9(08).
000540
000550 FD  BACKUP-FILE.
000560 01  BACKUP-RECORD               PIC X(120).
000650 01  CC-COUNTERS.
000660     05  CC-CUSTOMER-COUNT        PIC 9(08) VALUE ZERO.
000670     05  CC-ACCOUNT-HASH          PIC 9(14) VALUE ZERO.
000671
000672 01  CC-BR-FUNCTION-CODE          PIC X(05) VALUE 'HOME '.
000673 01  CC-BRANCH-KEY                PIC X(10) VALUE SPACES.
000674 01  CC-HEAD-OFFICE               PIC X(03) VALUE SPACES.
000675 01  CC-HEAD-OFFICE-NAME          PIC X(20) VALUE SPACES.
000680
000690 01  CUSTOMER-MASTER-RECORD.
000700     COPY CUSTREC.
000940             SET CC-END-OF-FILE TO TRUE
000950     END-START
000960
000962     CALL 'BRANCH-PROGRAM' USING CC-BR-FUNCTION-CODE CC-BRANCH-KEY
000964         CC-HEAD-OFFICE CC-HEAD-OFFICE-NAME
000966     END-CALL
000968
000970     OPEN OUTPUT BACKUP-FILE
000980
000990     PERFORM 2000-CONVERT-CUSTOMER THRU
001150
001160*****************************************************************
001170* 2000-CONVERT-CUSTOMER reads one old-layout record, carries   *
001180* it to the backup field for field, stamps the backup-         *
001190* withholding flag N and the branch code with the head         *
001195* office's, and accumulates the controls.                      *
001200*****************************************************************
001210 2000-CONVERT-CUSTOMER.
001220     READ OLD-CUSTOMER-FILE NEXT RECORD
001280     MOVE OC-CUSTOMER-NAME TO CM-CUSTOMER-NAME
001290     MOVE OC-CUSTOMER-ADDRESS TO CM-CUSTOMER-ADDRESS
001300     MOVE OC-OPEN-DATE TO CM-OPEN-DATE
001305     MOVE OC-CUSTOMER-NO TO CM-CUSTOMER-NO
001310     MOVE OC-CLOSE-DATE TO CM-CLOSE-DATE
001315     MOVE 'N' TO CM-BACKUP-WITHHOLD-FLAG
001317     MOVE CC-HEAD-OFFICE TO CM-BRANCH-CODE
001320     WRITE BACKUP-RECORD FROM CUSTOMER-MASTER-RECORD
001330     ADD 1 TO CC-CUSTOMER-COUNT
001340     ADD CM-ACCOUNT-ID TO CC-ACCOUNT-HASH.
