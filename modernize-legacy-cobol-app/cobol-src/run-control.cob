000240* 09/02/2026  RLM  Added the COMPLIANCE large-transaction      *
000250*                  review step after HISTLOAD, while the day   *
000260*                  is still on the live file.                  *
000261* 10/15/2026  RLM  Keeps the online-availability state on      *
000262*                  ONLINE-STATUS-FILE beside the control file: *
000263*                  closed as each step starts, reopened by     *
000264*                  EOD-CUTOVER with the new OPEN function,     *
000265*                  read by MAIN-PROGRAM with QUERY, and forced *
000266*                  open for an emergency posting with FORCE.   *
000267* 10/15/2026  RLM  Added the AUDITVFY audit-trail              *
000268*                  verification step after COMPLIANCE, so a    *
000269*                  tampered trail stops the stream before      *
000270*                  AUDIT-ROLLOVER archives it.                 *
000275*****************************************************************
000280*
000290*****************************************************************
000300* RUN-CONTROL enforces the order of the nightly job stream,    *
000380*          stream has not, naming the step the operator        *
000390*          should run instead.  OK means go ahead.             *
000400*   DONE   records the step's completion on RUN-CONTROL-FILE   *
000401*          against the business date from BUSDATE-PROGRAM.     *
000402*   OPEN   reopens online postings - EOD-CUTOVER's call once   *
000403*          the business date has moved on.                     *
000404*                                                              *
000405* Two more functions serve MAIN-PROGRAM and need no step name: *
000406*   QUERY  returns OPN when tellers may post and CLS while the *
000407*          stream holds online postings closed.                *
000408*   FORCE  opens online postings for an emergency; the step-   *
000409*          name argument carries the supervisor's ID, which is *
000410*          kept on the state record.  The caller audits it.    *
000411*                                                              *
000412* START also closes online postings, so a teller cannot post   *
000413* into a business day the stream has begun to close - the      *
000414* first step, OPERACT, closes them for the night, and any      *
000415* later step closes them again after an emergency FORCE.       *
000420*                                                               *
000430* THE NIGHTLY STREAM, IN ORDER:                                 *
000440*   OPERACT      OPERATOR-ACTIVITY                              *
000480*   BALHIST      BALANCE-HISTORY                                *
000490*   HISTLOAD     HISTORY-LOAD                                   *
000500*   COMPLIANCE   COMPLIANCE-REPORT                              *
000505*   AUDITVFY     AUDIT-VERIFY                                   *
000510*   AUDITROLL    AUDIT-ROLLOVER                                 *
000520*   EODCUTOVER   EOD-CUTOVER                                    *
000530*                                                               *
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS RN-FILE-STATUS.
000650
000652     SELECT ONLINE-STATUS-FILE ASSIGN TO "ONLINEST"
000654         ORGANIZATION IS LINE SEQUENTIAL
000656         FILE STATUS IS OL-FILE-STATUS.
000658
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  RUN-CONTROL-FILE.
000730     05  FILLER                  PIC X(01).
000740     05  RN-RUN-TIME             PIC 9(08).
000750
000752 FD  ONLINE-STATUS-FILE.
000754 01  ONLINE-STATUS-RECORD.
000756     COPY ONLNREC.
000758
000760 WORKING-STORAGE SECTION.
000770 01  RN-FILE-STATUS              PIC X(02) VALUE '00'.
000775 01  OL-FILE-STATUS              PIC X(02) VALUE '00'.
000780
000790 01  RC-SWITCHES.
000800     05  RC-CONTROL-EOF-SW       PIC X(01) VALUE 'N'.
000940     05  FILLER                  PIC X(12) VALUE 'BALHIST     '.
000950     05  FILLER                  PIC X(12) VALUE 'HISTLOAD    '.
000960     05  FILLER                  PIC X(12) VALUE 'COMPLIANCE  '.
000965     05  FILLER                  PIC X(12) VALUE 'AUDITVFY    '.
000970     05  FILLER                  PIC X(12) VALUE 'AUDITROLL   '.
000980     05  FILLER                  PIC X(12) VALUE 'EODCUTOVER  '.
000990 01  RC-STEP-TABLE-R REDEFINES RC-STEP-TABLE.
001000     05  RC-STEP-ENTRY OCCURS 10 TIMES
001010             INDEXED BY RC-STEP-IDX.
001020         10  RC-T-STEP-NAME      PIC X(12).
001030 01  RC-STEP-COUNT               PIC 9(02) VALUE 10.
001040
001050 01  RC-DONE-TABLE.
001060     05  RC-DONE-ENTRY OCCURS 10 TIMES
001070             INDEXED BY RC-DONE-IDX.
001080         10  RC-T-DONE-SW        PIC X(01).
001090
001110 01  RC-SCAN-NO                  PIC 9(02) VALUE ZERO.
001120 01  RC-TODAY                    PIC 9(08) VALUE ZERO.
001130 01  RC-BD-FUNCTION-CODE         PIC X(05).
001133 01  RC-ONLINE-CHANGED-BY        PIC X(12) VALUE SPACES.
001136 01  RC-ONLINE-REASON            PIC X(01) VALUE SPACE.
001138 01  RC-ONLINE-STATE             PIC X(01) VALUE SPACE.
001140
001150 LINKAGE SECTION.
001160 01  RC-FUNCTION-CODE            PIC X(05).
001230     MOVE 'GET  ' TO RC-BD-FUNCTION-CODE
001240     CALL 'BUSDATE-PROGRAM' USING RC-BD-FUNCTION-CODE RC-TODAY
001250     END-CALL
001251
001252     IF RC-FUNCTION-CODE = 'QUERY'
001253         PERFORM 4000-QUERY-ONLINE-STATE THRU
001254             4000-QUERY-ONLINE-STATE-EXIT
001255         GOBACK
001256     END-IF
001257     IF RC-FUNCTION-CODE = 'FORCE'
001258         MOVE RC-STEP-NAME TO RC-ONLINE-CHANGED-BY
001259         MOVE 'F' TO RC-ONLINE-REASON
001260         PERFORM 4200-OPEN-ONLINE THRU 4200-OPEN-ONLINE-EXIT
001261         DISPLAY 'RUN-CONTROL: online postings forced open by '
001262             RC-STEP-NAME '.'
001263         IF RC-STATUS-CODE NOT OMITTED
001264             MOVE 'OK ' TO RC-STATUS-CODE
001265         END-IF
001266         GOBACK
001267     END-IF
001268
001270     PERFORM 1000-FIND-STEP-NUMBER THRU
001280         1000-FIND-STEP-NUMBER-EXIT
001290     IF NOT RC-STEP-IS-KNOWN
001410                 2000-CHECK-STEP-MAY-START-EXIT
001420         WHEN 'DONE '
001430             PERFORM 3000-RECORD-STEP-DONE
001431             IF RC-STATUS-CODE NOT OMITTED
001432                 MOVE 'OK ' TO RC-STATUS-CODE
001433             END-IF
001434         WHEN 'OPEN '
001435             MOVE RC-STEP-NAME TO RC-ONLINE-CHANGED-BY
001436             MOVE 'E' TO RC-ONLINE-REASON
001437             PERFORM 4200-OPEN-ONLINE THRU 4200-OPEN-ONLINE-EXIT
001440             IF RC-STATUS-CODE NOT OMITTED
001450                 MOVE 'OK ' TO RC-STATUS-CODE
001460             END-IF
001890* 2000-CHECK-STEP-MAY-START rebuilds the done flags for the    *
001900* business date off the control file, then refuses a step that *
001910* has already run (DUP) or whose predecessors have not (SEQ),  *
001920* naming the step the operator should run instead.  A step     *
001925* allowed to start closes online postings.                     *
001930*****************************************************************
001940 2000-CHECK-STEP-MAY-START.
001950     PERFORM 2100-LOAD-DONE-FLAGS THRU 2100-LOAD-DONE-FLAGS-EXIT
002230         END-IF
002240         GO TO 2000-CHECK-STEP-MAY-START-EXIT
002250     END-IF
002253
002256     PERFORM 4100-CLOSE-ONLINE THRU 4100-CLOSE-ONLINE-EXIT
002260
002270     IF RC-STATUS-CODE NOT OMITTED
002280         MOVE 'OK ' TO RC-STATUS-CODE
003680
003690 3000-RECORD-STEP-DONE-EXIT.
003700     EXIT.
003710
003720*****************************************************************
003730* 4000-QUERY-ONLINE-STATE tells MAIN-PROGRAM whether tellers   *
003740* may post: CLS while the state record says closed, OPN        *
003750* otherwise - including when there is no state file yet.       *
003760*****************************************************************
003770 4000-QUERY-ONLINE-STATE.
003780     IF RC-STATUS-CODE OMITTED
003790         GO TO 4000-QUERY-ONLINE-STATE-EXIT
003800     END-IF
003810     MOVE 'OPN' TO RC-STATUS-CODE
003820     OPEN INPUT ONLINE-STATUS-FILE
003830     IF NOT OL-FILE-STATUS = '00'
003840         GO TO 4000-QUERY-ONLINE-STATE-EXIT
003850     END-IF
003860     READ ONLINE-STATUS-FILE
003870         AT END
003880             MOVE 'O' TO OL-ONLINE-STATE
003890     END-READ
003900     IF OL-IS-CLOSED
003910         MOVE 'CLS' TO RC-STATUS-CODE
003920     END-IF
003930     CLOSE ONLINE-STATUS-FILE.
003940
003950 4000-QUERY-ONLINE-STATE-EXIT.
003960     EXIT.
003970
003980*****************************************************************
003990* 4100-CLOSE-ONLINE closes online postings for the step that   *
004000* has just been allowed to start.                              *
004010*****************************************************************
004020 4100-CLOSE-ONLINE.
004030     MOVE 'C' TO RC-ONLINE-STATE
004040     MOVE RC-STEP-NAME TO RC-ONLINE-CHANGED-BY
004050     MOVE 'S' TO RC-ONLINE-REASON
004060     PERFORM 4300-WRITE-ONLINE-STATE THRU
004070         4300-WRITE-ONLINE-STATE-EXIT.
004080
004090 4100-CLOSE-ONLINE-EXIT.
004100     EXIT.
004110
004120*****************************************************************
004130* 4200-OPEN-ONLINE reopens online postings, at cutover or by a *
004140* supervisor's emergency FORCE.                                *
004150*****************************************************************
004160 4200-OPEN-ONLINE.
004170     MOVE 'O' TO RC-ONLINE-STATE
004180     PERFORM 4300-WRITE-ONLINE-STATE THRU
004190         4300-WRITE-ONLINE-STATE-EXIT.
004200
004210 4200-OPEN-ONLINE-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250* 4300-WRITE-ONLINE-STATE replaces the one state record with   *
004260* the new state, the business date, the time, who changed it,  *
004270* and why.                                                     *
004280*****************************************************************
004290 4300-WRITE-ONLINE-STATE.
004300     OPEN OUTPUT ONLINE-STATUS-FILE
004310     IF NOT OL-FILE-STATUS = '00'
004320         DISPLAY 'RUN-CONTROL: ONLINE-STATUS-FILE could not be '
004330             'written - status ' OL-FILE-STATUS '.'
004340         GO TO 4300-WRITE-ONLINE-STATE-EXIT
004350     END-IF
004353     MOVE SPACES TO ONLINE-STATUS-RECORD
004356     MOVE RC-ONLINE-STATE TO OL-ONLINE-STATE
004360     MOVE RC-TODAY TO OL-BUSINESS-DATE
004370     ACCEPT OL-CHANGED-TIME FROM TIME
004380     MOVE RC-ONLINE-CHANGED-BY TO OL-CHANGED-BY
004390     MOVE RC-ONLINE-REASON TO OL-CHANGE-REASON
004400     WRITE ONLINE-STATUS-RECORD
004410     CLOSE ONLINE-STATUS-FILE.
004420
004430 4300-WRITE-ONLINE-STATE-EXIT.
004440     EXIT.
