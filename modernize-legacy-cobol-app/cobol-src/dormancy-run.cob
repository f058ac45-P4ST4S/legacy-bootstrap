000100* 09/02/2026  RLM  Original version.                           *
000110* 09/02/2026  RLM  Amount widened to nine integer digits to    *
000120*                  match OPERATIONS' widened amount.           *
000125* 10/15/2026  RLM  A cheque paid counts as customer activity.  *
000126* 10/15/2026  RLM  Term deposits are not aged - a deposit      *
000127*                  locked for its term is not dormant.         *
000128* 10/15/2026  RLM  Nor are loan accounts.                      *
000129* 10/15/2026  RLM  An approaching account is sent a notice.    *
000130*****************************************************************
000140*
000150*****************************************************************
000300* reported for review by hand instead of being flagged - an    *
000310* active customer must never go dormant on a full table.  The  *
000320* supervisor running the job keys their ID once at the start.  *
000322* Each account approaching dormancy is also sent a warning     *
000324* notice, requested through NOTICE-REQUEST for the nightly     *
000326* LETTER-RUN.                                                  *
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
001740     05  RD-D-LAST-DATE           PIC X(08).
001750     05  FILLER                   PIC X(01) VALUE SPACE.
001760     05  RD-D-RESULT              PIC X(24).
001761
001762 01  RD-NOTICE-TEXT.
001763     05  FILLER                   PIC X(14) VALUE
001764         'DORMANT AFTER '.
001765     05  RD-N-MONTHS              PIC Z9.
001766     05  FILLER                   PIC X(04) VALUE ' MOS'.
001767
001768 01  RD-NOTICE-REQUEST.
001769     COPY NOTCREC.
001770
001780 PROCEDURE DIVISION.
001790 0000-MAIN-CONTROL.
003410             AND RD-SCAN-OPERATION NOT = 'DEBIT   '
003420             AND RD-SCAN-OPERATION NOT = 'TRANSIN '
003430             AND RD-SCAN-OPERATION NOT = 'TRANSOUT'
003435             AND RD-SCAN-OPERATION NOT = 'CHEQUE  '
003440         GO TO 2300-APPLY-ACTIVITY-ENTRY-EXIT
003450     END-IF
003460     PERFORM 2400-FIND-ACTIVITY-SLOT THRU
004370     IF NOT AB-IS-ACTIVE
004380         GO TO 3000-AGE-ONE-ACCOUNT-NEXT
004390     END-IF
004392     IF AB-TYPE-TERM-DEPOSIT OR AB-TYPE-LOAN
004394         GO TO 3000-AGE-ONE-ACCOUNT-NEXT
004396     END-IF
004400
004410     PERFORM 3100-SET-DORMANT-MONTHS THRU
004420         3100-SET-DORMANT-MONTHS-EXIT
004710             MOVE 'APPROACHING DORMANCY' TO RD-D-RESULT
004720             WRITE DORMANCY-REPORT-LINE FROM RD-DETAIL-LINE
004730             ADD 1 TO RD-APPROACH-COUNT
004732             PERFORM 3400-REQUEST-DORMANCY-WARNING THRU
004734                 3400-REQUEST-DORMANCY-WARNING-EXIT
004740         END-IF
004750     END-IF.
004760
005930
005940 3300-SET-ACCOUNT-DORMANT-EXIT.
005950     EXIT.
005951
005952*****************************************************************
005953* 3400-REQUEST-DORMANCY-WARNING drops a dormancy warning for   *
005954* the account just reported approaching: its balance, the date *
005955* of its last customer activity, and the months of inactivity  *
005956* that will make it dormant.                                   *
005957*****************************************************************
005958 3400-REQUEST-DORMANCY-WARNING.
005959     MOVE SPACES TO RD-NOTICE-REQUEST
005960     SET NR-DORMANCY-WARNING TO TRUE
005961     MOVE AB-ACCOUNT-ID TO NR-ACCOUNT-ID
005962     MOVE ZERO TO NR-CUSTOMER-NO
005963     MOVE RD-TODAY TO NR-REQUEST-DATE
005964     MOVE RD-OPERATOR-ID TO NR-REQUESTED-BY
005965     MOVE AB-BALANCE TO NR-FIRST-AMOUNT
005966     MOVE ZERO TO NR-SECOND-AMOUNT
005967     MOVE RD-LAST-ACTIVITY TO NR-REFERENCE-DATE
005968     MOVE RD-DORMANT-MONTHS TO RD-N-MONTHS
005969     MOVE RD-NOTICE-TEXT TO NR-REFERENCE-TEXT
005970     CALL 'NOTICE-REQUEST' USING RD-NOTICE-REQUEST
005971     END-CALL.
005972
005973 3400-REQUEST-DORMANCY-WARNING-EXIT.
005974     EXIT.
005975
005976*****************************************************************
005980* 7000-COMPUTE-DATE-BACK replaces RD-WORK-DATE with today's    *
005990* date stepped back RD-MONTHS-BACK calendar months, the day    *
006000* clamped to the target month's length.                        *
