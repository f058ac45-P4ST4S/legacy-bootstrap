000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NOTICE-REQUEST.
000030 AUTHOR. DATA PROCESSING DEPT.
000040 INSTALLATION. FIRST COMMERCIAL BANK.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                         *
000090* ---------------------------------------------------------    *
000100* 10/15/2026  RLM  Original version.                           *
000110*****************************************************************
000120*
000130*****************************************************************
000140* NOTICE-REQUEST drops one customer notice request onto the    *
000150* shared correspondence file CORRESP, for LETTER-RUN to turn   *
000160* into a letter that night.  The job that finds a customer     *
000170* must be written to fills in the notice type, the account,    *
000180* its own operator ID and the figures the letter quotes (see   *
000190* NOTCREC) and calls it with the request; NOTICE-REQUEST       *
000200* completes what the caller could leave out and appends it:    *
000210*                                                              *
000220*   - a request date of zero becomes the business date;        *
000230*   - a customer number of zero is looked up on the customer   *
000240*     master by account, and stays zero for an account with    *
000250*     no customer record - LETTER-RUN holds such a notice.     *
000260*                                                              *
000270* A caller that holds the customer record already passes the   *
000280* customer number, so the master is not read a second time.    *
000290* Like AUDIT-CHAIN it opens and closes its files on every      *
000300* call, since several jobs append to the same file.            *
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CM-ACCOUNT-ID
000390         FILE STATUS IS CM-FILE-STATUS.
000400
000410     SELECT CORRESPONDENCE-FILE ASSIGN TO "CORRESP"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS NQ-FILE-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CUSTOMER-MASTER-FILE.
000480 01  CUSTOMER-MASTER-RECORD.
000490     COPY CUSTREC.
000500
000510 FD  CORRESPONDENCE-FILE.
000520 01  CORRESPONDENCE-RECORD       PIC X(104).
000530
000540 WORKING-STORAGE SECTION.
000550 01  CM-FILE-STATUS              PIC X(02) VALUE '00'.
000560 01  NQ-FILE-STATUS              PIC X(02) VALUE '00'.
000570
000580 01  NQ-BD-FUNCTION-CODE         PIC X(05).
000590 01  NQ-TODAY                    PIC 9(08) VALUE ZERO.
000600
000610 LINKAGE SECTION.
000620 01  NQ-NOTICE-REQUEST.
000630     COPY NOTCREC.
000640
000650 PROCEDURE DIVISION USING NQ-NOTICE-REQUEST.
000660 0000-MAIN-CONTROL.
000670     IF NR-REQUEST-DATE NOT NUMERIC OR NR-REQUEST-DATE = ZERO
000680         MOVE 'GET  ' TO NQ-BD-FUNCTION-CODE
000690         CALL 'BUSDATE-PROGRAM' USING NQ-BD-FUNCTION-CODE NQ-TODAY
000700         END-CALL
000710         MOVE NQ-TODAY TO NR-REQUEST-DATE
000720     END-IF
000730     IF NR-CUSTOMER-NO NOT NUMERIC OR NR-CUSTOMER-NO = ZERO
000740         PERFORM 1000-FIND-CUSTOMER-NUMBER THRU
000750             1000-FIND-CUSTOMER-NUMBER-EXIT
000760     END-IF
000770     PERFORM 2000-APPEND-REQUEST THRU 2000-APPEND-REQUEST-EXIT
000780     GOBACK.
000790
000800*****************************************************************
000810* 1000-FIND-CUSTOMER-NUMBER reads the customer master for the  *
000820* request's account and takes its customer number.  A missing  *
000830* master or record leaves zero for LETTER-RUN to report.       *
000840*****************************************************************
000850 1000-FIND-CUSTOMER-NUMBER.
000860     MOVE ZERO TO NR-CUSTOMER-NO
000870     OPEN INPUT CUSTOMER-MASTER-FILE
000880     IF NOT CM-FILE-STATUS = '00'
000890         GO TO 1000-FIND-CUSTOMER-NUMBER-EXIT
000900     END-IF
000910     MOVE NR-ACCOUNT-ID TO CM-ACCOUNT-ID
000920     READ CUSTOMER-MASTER-FILE
000930         INVALID KEY
000940             MOVE ZERO TO CM-CUSTOMER-NO
000950     END-READ
000960     IF CM-CUSTOMER-NO NUMERIC
000970         MOVE CM-CUSTOMER-NO TO NR-CUSTOMER-NO
000980     END-IF
000990     CLOSE CUSTOMER-MASTER-FILE.
001000
001010 1000-FIND-CUSTOMER-NUMBER-EXIT.
001020     EXIT.
001030
001040*****************************************************************
001050* 2000-APPEND-REQUEST appends the request to CORRESP, creating *
001060* the file when it is the first request since LETTER-RUN last  *
001070* emptied it.                                                  *
001080*****************************************************************
001090 2000-APPEND-REQUEST.
001100     INSPECT NQ-NOTICE-REQUEST REPLACING ALL LOW-VALUE BY SPACE
001110     OPEN EXTEND CORRESPONDENCE-FILE
001120     IF NOT NQ-FILE-STATUS = '00' AND NOT NQ-FILE-STATUS = '05'
001130         CLOSE CORRESPONDENCE-FILE
001140         OPEN OUTPUT CORRESPONDENCE-FILE
001150     END-IF
001160     IF NOT NQ-FILE-STATUS = '00'
001170         DISPLAY 'NOTICE-REQUEST: CORRESP failed to open - '
001180             'status ' NQ-FILE-STATUS '. ' NR-NOTICE-TYPE
001190             ' notice for account ' NR-ACCOUNT-ID
001200             ' not requested.'
001210         GO TO 2000-APPEND-REQUEST-EXIT
001220     END-IF
001230     WRITE CORRESPONDENCE-RECORD FROM NQ-NOTICE-REQUEST
001240     CLOSE CORRESPONDENCE-FILE.
001250
001260 2000-APPEND-REQUEST-EXIT.
001270     EXIT.
