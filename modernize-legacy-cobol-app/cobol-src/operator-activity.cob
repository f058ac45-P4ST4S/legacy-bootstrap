000215* 09/02/2026  RLM  Checks in with RUN-CONTROL as step OPERACT  *
000220*                  so the nightly stream's order is enforced   *
000225*                  instead of living only in comments.         *
000226* 10/15/2026  RLM  INWARD entries tally with credits and REVIW *
000227*                  with the reversals; INWRTN entries - an     *
000228*                  inward item returned to the sender - are    *
000229*                  skipped, since no account is posted.        *
000230* 10/15/2026  RLM  CHEQUE entries tally with the debits;       *
000231*                  STOPPAY and STOPCAN entries - a stop        *
000232*                  placed or cancelled - post nothing and      *
000233*                  are skipped.                                *
000234* 10/15/2026  RLM  TDINSTR and TDBREAK entries - a term        *
000235*                  deposit's instruction changed or its early  *
000236*                  break recorded - post nothing and are       *
000237*                  skipped.                                    *
000238* 10/15/2026  RLM  LOANDISB and LOANINT entries tally with the *
000239*                  credits and LOANPAY with the debits; the    *
000240*                  LOANADV and LOANRCV second legs are skipped,*
000241*                  as TRANSIN is.                              *
000242* 10/15/2026  RLM  PTYADD, PTYEND, and PTYSIGN entries - a     *
000243*                  party linked to an account, its link ended, *
000244*                  or its signing authority changed - post     *
000245*                  nothing and are skipped.                    *
000246* 10/15/2026  RLM  Each operator's section now shows the       *
000247*                  day's cash out - DEBIT, PAYMENT, and        *
000248*                  TRANSOUT - against the daily cap on         *
000249*                  OPERATOR-FILE, and flags a day over the     *
000250*                  cap.  SETLIMIT entries are skipped like     *
000251*                  the other credential changes.               *
000252* 10/15/2026  RLM  ONLNOPEN entries - a supervisor forcing      *
000253*                  online postings open during the nightly     *
000254*                  stream - are skipped; the supervisor is     *
000255*                  named in both fields by design.             *
000256* 10/15/2026  RLM  Cash out of a foreign-currency account is   *
000257*                  counted at its home-currency equivalent, as *
000258*                  OPERATIONS counts it against the daily cap. *
000259* 10/15/2026  RLM  SWPLINK, SWPEND, and SWPTGT entries - an    *
000260*                  overdraft-protection sweep link added,      *
000261*                  ended, or its target balance changed - post *
000262*                  nothing and are skipped.  The sweep's own   *
000263*                  transfers tally under operator ODSWEEP.     *
000264* 10/15/2026  RLM  SETBRNCH entries - an operator's branch     *
000265*                  changed - and BRANCHXF and BRANCHLN         *
000266*                  entries - an account moved between          *
000267*                  branches - post nothing and are skipped.    *
000268*****************************************************************
000269*
000270*****************************************************************
000280* OPERATOR-ACTIVITY is the daily dual-control review report.   *
000290* It reads today's entries off AUDIT-TRAIL-FILE and writes one *
000330* approved them, plus a flag line when a supervisor approved   *
000340* their own posting or the BATCH operator ID shows activity    *
000350* during teller hours.  Run this job before AUDIT-ROLLOVER so  *
000360* the whole day is still on the live file.  Each operator's    *
000363* cash out for the day is shown against the daily cap set for  *
000366* them in OPERATOR-ADMIN.                                      *
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000450     SELECT OPERATOR-ACTIVITY-FILE ASSIGN TO "OPACTRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470
000472     SELECT OPERATOR-FILE ASSIGN TO "OPERPIN"
000474         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS OR-FILE-STATUS.
000478
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  AUDIT-TRAIL-FILE.
000540 FD  OPERATOR-ACTIVITY-FILE.
000550 01  OPERATOR-ACTIVITY-LINE      PIC X(80).
000560
000562 FD  OPERATOR-FILE.
000564 01  OPERATOR-FILE-RECORD.
000566     COPY OPERREC.
000568
000570 WORKING-STORAGE SECTION.
000580 01  AT-FILE-STATUS               PIC X(02) VALUE '00'.
000585 01  OR-FILE-STATUS               PIC X(02) VALUE '00'.
000590
000600 01  OA-SWITCHES.
000610     05  OA-AUDIT-EOF-SW          PIC X(01) VALUE 'N'.
000620         88  OA-AUDIT-EOF                  VALUE 'Y'.
000630     05  OA-ENTRY-FOUND-SW        PIC X(01) VALUE 'N'.
000640         88  OA-ENTRY-FOUND                 VALUE 'Y'.
000643     05  OA-OPERATOR-EOF-SW       PIC X(01) VALUE 'N'.
000646         88  OA-OPERATOR-EOF               VALUE 'Y'.
000650
000660 01  OA-CONSTANTS.
000670     05  OA-BATCH-OPERATOR-ID     PIC X(08) VALUE 'BATCH   '.
000750     05  OA-OPERATOR-COUNT        PIC 9(03) VALUE ZERO COMP.
000760     05  OA-ENTRY-COUNT           PIC 9(06) VALUE ZERO.
000770     05  OA-FLAG-COUNT            PIC 9(06) VALUE ZERO.
000775     05  OA-CAP-COUNT             PIC 9(03) VALUE ZERO COMP.
000780
000790*****************************************************************
000800* One slot per operator seen on today's trail, with per-slot   *
000940         10  OA-T-OVERRIDE-COUNT  PIC 9(06).
000950         10  OA-T-SELF-APPROVALS  PIC 9(06).
000960         10  OA-T-BATCH-IN-HOURS  PIC 9(06).
000965         10  OA-T-CASH-OUT-TOTAL  PIC S9(12)V99.
000970         10  OA-T-SUP-COUNT       PIC 9(02).
000980         10  OA-T-SUPERVISOR OCCURS 5 TIMES
000990                 INDEXED BY OA-SUP-IDX.
001000             15  OA-T-SUP-ID      PIC X(08).
001010             15  OA-T-SUP-USES    PIC 9(06).
001020
001022 01  OA-LOOKUP-OPERATOR           PIC X(08).
001024
001026*****************************************************************
001028* The daily cash-out cap of every enabled operator that has    *
001030* one, from OPERATOR-FILE.                                     *
001032*****************************************************************
001034 01  OA-CAP-TABLE.
001036     05  OA-CAP-ENTRY OCCURS 50 TIMES
001037             INDEXED BY OA-CAP-IDX.
001038         10  OA-C-OPERATOR-ID     PIC X(08).
001039         10  OA-C-DAILY-CAP       PIC 9(9)V99.
001040
001050 01  OA-SECTION-LINE.
001060     05  FILLER                   PIC X(09) VALUE 'OPERATOR '.
001110     05  OA-D-CAPTION             PIC X(10).
001120     05  OA-D-COUNT               PIC ZZZZZ9.
001130     05  FILLER                   PIC X(02) VALUE SPACES.
001132     05  OA-D-TOTAL               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001134
001136 01  OA-CAP-LINE.
001138     05  FILLER                   PIC X(02) VALUE SPACES.
001140     05  FILLER                   PIC X(10) VALUE 'CASH OUT  '.
001142     05  FILLER                   PIC X(08) VALUE SPACES.
001144     05  OA-CO-TOTAL              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001146     05  FILLER                   PIC X(08) VALUE ' OF CAP '.
001147     05  OA-CO-CAP                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001148     05  OA-CO-CAP-TEXT REDEFINES OA-CO-CAP
001149                                  PIC X(17).
001150
001160 01  OA-SUPERVISOR-LINE.
001170     05  FILLER                   PIC X(02) VALUE SPACES.
001330     CALL 'BUSDATE-PROGRAM' USING OA-BD-FUNCTION-CODE OA-TODAY
001340     END-CALL
001350
001353     PERFORM 1500-LOAD-CASH-CAPS THRU
001356         1500-LOAD-CASH-CAPS-EXIT
001360     PERFORM 1000-TALLY-TODAYS-ENTRIES
001370
001380     OPEN OUTPUT OPERATOR-ACTIVITY-FILE
002010             OR AT-OPERATION-CODE = 'REPIN   '
002020             OR AT-OPERATION-CODE = 'SETSUPV '
002030             OR AT-OPERATION-CODE = 'ENABLE  '
002032             OR AT-OPERATION-CODE = 'SETLIMIT'
002034             OR AT-OPERATION-CODE = 'SETBRNCH'
002040             OR AT-OPERATION-CODE = 'PINCONV '
002042             OR AT-OPERATION-CODE = 'HOLD    '
002044             OR AT-OPERATION-CODE = 'RELHOLD '
002046             OR AT-OPERATION-CODE = 'CUSTMNT '
002047             OR AT-OPERATION-CODE = 'BRANCHXF'
002048             OR AT-OPERATION-CODE = 'BRANCHLN'
002049             OR AT-OPERATION-CODE = 'INWRTN  '
002051             OR AT-OPERATION-CODE = 'STOPPAY '
002052             OR AT-OPERATION-CODE = 'STOPCAN '
002054             OR AT-OPERATION-CODE = 'TDINSTR '
002055             OR AT-OPERATION-CODE = 'TDBREAK '
002056             OR AT-OPERATION-CODE = 'LOANADV '
002057             OR AT-OPERATION-CODE = 'LOANRCV '
002058             OR AT-OPERATION-CODE = 'PTYADD  '
002061             OR AT-OPERATION-CODE = 'PTYEND  '
002062             OR AT-OPERATION-CODE = 'PTYSIGN '
002063             OR AT-OPERATION-CODE = 'ONLNOPEN'
002064             OR AT-OPERATION-CODE = 'SWPLINK '
002065             OR AT-OPERATION-CODE = 'SWPEND  '
002066             OR AT-OPERATION-CODE = 'SWPTGT  '
002067         GO TO 1100-APPLY-ENTRY-EXIT
002069     END-IF
002070     MOVE AT-OPERATOR-ID TO OA-LOOKUP-OPERATOR
002080     PERFORM 1200-FIND-OPERATOR-SLOT
002090     IF OA-OPERATOR-IDX > OA-OPERATOR-COUNT
002140     EVALUATE AT-OPERATION-CODE
002150         WHEN 'CREDIT  '
002160         WHEN 'INTEREST'
002165         WHEN 'INWARD  '
002166         WHEN 'LOANDISB'
002167         WHEN 'LOANINT '
002170             ADD 1 TO OA-T-CREDIT-COUNT (OA-OPERATOR-IDX)
002180             ADD AT-AMOUNT TO OA-T-CREDIT-TOTAL (OA-OPERATOR-IDX)
002190         WHEN 'DEBIT   '
002195         WHEN 'PAYMENT '
002197         WHEN 'CHEQUE  '
002198         WHEN 'LOANPAY '
002200             ADD 1 TO OA-T-DEBIT-COUNT (OA-OPERATOR-IDX)
002210             ADD AT-AMOUNT TO OA-T-DEBIT-TOTAL (OA-OPERATOR-IDX)
002220         WHEN 'TRANSOUT'
002280         WHEN 'REVIN   '
002290         WHEN 'REVTI   '
002300         WHEN 'REVTO   '
002305         WHEN 'REVIW   '
002310*            Reversals count under the supervised total below,
002320*            not as new credit/debit/transfer volume.
002330             CONTINUE
002340         WHEN OTHER
002350             CONTINUE
002360     END-EVALUATE
002361     IF AT-OPERATION-CODE = 'DEBIT   '
002362             OR AT-OPERATION-CODE = 'PAYMENT '
002363             OR AT-OPERATION-CODE = 'TRANSOUT'
002364         IF AT-CURRENCY-CODE = SPACES
002365                 OR AT-HOME-RATE NOT NUMERIC
002366             ADD AT-AMOUNT TO
002367                 OA-T-CASH-OUT-TOTAL (OA-OPERATOR-IDX)
002368         ELSE
002369             COMPUTE OA-T-CASH-OUT-TOTAL (OA-OPERATOR-IDX)
002370                     ROUNDED =
002371                 OA-T-CASH-OUT-TOTAL (OA-OPERATOR-IDX)
002372                 + AT-AMOUNT * AT-HOME-RATE
002373         END-IF
002374     END-IF
002375
002380     IF AT-SUPERVISOR-ID NOT = SPACES
002390         ADD 1 TO OA-T-OVERRIDE-COUNT (OA-OPERATOR-IDX)
002400         PERFORM 1300-TALLY-SUPERVISOR THRU
002870             MOVE ZERO TO OA-T-SELF-APPROVALS (OA-OPERATOR-IDX)
002880             MOVE ZERO TO OA-T-BATCH-IN-HOURS (OA-OPERATOR-IDX)
002890             MOVE ZERO TO OA-T-SUP-COUNT (OA-OPERATOR-IDX)
002895             MOVE ZERO TO OA-T-CASH-OUT-TOTAL (OA-OPERATOR-IDX)
002900         END-IF
002910     END-IF.
002920
003460     ELSE
003470         SET OA-SUP-IDX UP BY 1
003480     END-IF.
003481
003482 1310-MATCH-SUPERVISOR-SLOT-EXIT.
003483     EXIT.
003484
003485*****************************************************************
003486* 1500-LOAD-CASH-CAPS reads OPERATOR-FILE for the daily        *
003487* cash-out cap of each enabled operator.  Without the file     *
003488* every operator is reported with no cap.                      *
003489*****************************************************************
003490 1500-LOAD-CASH-CAPS.
003491     OPEN INPUT OPERATOR-FILE
003492     IF OR-FILE-STATUS = '00'
003493         PERFORM 1510-READ-OPERATOR-RECORD THRU
003494             1510-READ-OPERATOR-RECORD-EXIT
003495             UNTIL OA-OPERATOR-EOF
003496         CLOSE OPERATOR-FILE
003497     ELSE
003498         DISPLAY 'OPERATOR-ACTIVITY: OPERATOR-FILE not '
003499             'available - cash out is shown without caps.'
003500     END-IF.
003501
003502 1500-LOAD-CASH-CAPS-EXIT.
003503     EXIT.
003504
003505*****************************************************************
003506* 1510-READ-OPERATOR-RECORD reads one operator record and      *
003507* keeps its cap when one is set - blank on a record written    *
003508* before caps existed counts as none.                          *
003509*****************************************************************
003510 1510-READ-OPERATOR-RECORD.
003511     READ OPERATOR-FILE
003512         AT END
003513             SET OA-OPERATOR-EOF TO TRUE
003514             GO TO 1510-READ-OPERATOR-RECORD-EXIT
003515     END-READ
003516     IF NOT OR-IS-ENABLED
003517             OR OR-DAILY-CASH-CAP NOT NUMERIC
003518         GO TO 1510-READ-OPERATOR-RECORD-EXIT
003519     END-IF
003520     IF OR-DAILY-CASH-CAP = ZERO
003521         GO TO 1510-READ-OPERATOR-RECORD-EXIT
003522     END-IF
003523     IF OA-CAP-COUNT >= 50
003524         DISPLAY 'OPERATOR-ACTIVITY: more than 50 operator '
003525             'caps on file - ' OR-OPERATOR-ID ' is shown '
003526             'without one.'
003527         GO TO 1510-READ-OPERATOR-RECORD-EXIT
003528     END-IF
003529     ADD 1 TO OA-CAP-COUNT
003530     SET OA-CAP-IDX TO OA-CAP-COUNT
003531     MOVE OR-OPERATOR-ID TO OA-C-OPERATOR-ID (OA-CAP-IDX)
003532     MOVE OR-DAILY-CASH-CAP TO OA-C-DAILY-CAP (OA-CAP-IDX).
003533
003534 1510-READ-OPERATOR-RECORD-EXIT.
003535     EXIT.
003536
003537*****************************************************************
003540* 2000-WRITE-REPORT-HEADING prints the report title lines.     *
003550*****************************************************************
003560 2000-WRITE-REPORT-HEADING.
003690*****************************************************************
003700* 3000-WRITE-OPERATOR-SECTION writes one operator's summary    *
003710* section - counts and totals per operation, the supervisors   *
003720* who approved overrides, the day's cash out against the       *
003730* operator's cap, and any review flags - then advances to      *
003735* the next slot.                                               *
003740*****************************************************************
003750 3000-WRITE-OPERATOR-SECTION.
003760     MOVE OA-T-OPERATOR-ID (OA-OPERATOR-IDX) TO
003960     MOVE OA-T-OVERRIDE-COUNT (OA-OPERATOR-IDX) TO OA-D-COUNT
003970     MOVE ZERO TO OA-D-TOTAL
003980     WRITE OPERATOR-ACTIVITY-LINE FROM OA-DETAIL-LINE
003982
003984     PERFORM 3200-WRITE-CASH-OUT-LINE THRU
003986         3200-WRITE-CASH-OUT-LINE-EXIT
003990
004000     SET OA-SUP-IDX TO 1
004010     PERFORM 3100-WRITE-SUPERVISOR-LINE THRU
004360
004370 3100-WRITE-SUPERVISOR-LINE-EXIT.
004380     EXIT.
004390
004400*****************************************************************
004410* 3200-WRITE-CASH-OUT-LINE writes the current operator's cash  *
004420* out for the day against their daily cap, or NONE when no cap *
004430* is set, and flags a day that went over the cap - each        *
004440* posting past it needed a supervisor, so the approvals above  *
004450* should account for it.                                       *
004460*****************************************************************
004470 3200-WRITE-CASH-OUT-LINE.
004480     MOVE OA-T-CASH-OUT-TOTAL (OA-OPERATOR-IDX) TO OA-CO-TOTAL
004490     SET OA-ENTRY-FOUND-SW TO 'N'
004500     SET OA-CAP-IDX TO 1
004510     PERFORM 3210-MATCH-CAP-ENTRY THRU
004520         3210-MATCH-CAP-ENTRY-EXIT
004530         UNTIL OA-CAP-IDX > OA-CAP-COUNT
004540             OR OA-ENTRY-FOUND
004550     IF NOT OA-ENTRY-FOUND
004560         MOVE '             NONE' TO OA-CO-CAP-TEXT
004570         WRITE OPERATOR-ACTIVITY-LINE FROM OA-CAP-LINE
004580         GO TO 3200-WRITE-CASH-OUT-LINE-EXIT
004590     END-IF
004600     MOVE OA-C-DAILY-CAP (OA-CAP-IDX) TO OA-CO-CAP
004610     WRITE OPERATOR-ACTIVITY-LINE FROM OA-CAP-LINE
004620     IF OA-T-CASH-OUT-TOTAL (OA-OPERATOR-IDX) >
004630             OA-C-DAILY-CAP (OA-CAP-IDX)
004640         MOVE 'CASH OUT OVER DAILY CAP' TO OA-F-TEXT
004650         WRITE OPERATOR-ACTIVITY-LINE FROM OA-FLAG-LINE
004660         ADD 1 TO OA-FLAG-COUNT
004670     END-IF.
004680
004690 3200-WRITE-CASH-OUT-LINE-EXIT.
004700     EXIT.
004710
004720*****************************************************************
004730* 3210-MATCH-CAP-ENTRY compares one cap entry against the      *
004740* current operator, then advances to the next.                 *
004750*****************************************************************
004760 3210-MATCH-CAP-ENTRY.
004770     IF OA-C-OPERATOR-ID (OA-CAP-IDX) =
004780             OA-T-OPERATOR-ID (OA-OPERATOR-IDX)
004790         SET OA-ENTRY-FOUND-SW TO 'Y'
004800     ELSE
004810         SET OA-CAP-IDX UP BY 1
004820     END-IF.
004830
004840 3210-MATCH-CAP-ENTRY-EXIT.
004850     EXIT.
