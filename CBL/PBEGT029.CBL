       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGT029.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO HISTFILE
                            STATUS ST-HIST.
           SELECT PRM-FILE  ASSIGN TO MONPARM
                            STATUS ST-PRM.
           SELECT CLS-FILE  ASSIGN TO MONCLS
                            STATUS ST-CLS.
           SELECT ALR-FILE  ASSIGN TO ALRTFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY ALR-KEY
                            STATUS ST-ALR.
           SELECT CASE-FILE ASSIGN TO CASEFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CASE-KEY
                            STATUS ST-CASE.
           SELECT RPT-FILE  ASSIGN TO MONRPT
                            STATUS ST-RPT.
           SELECT BRN-FILE  ASSIGN TO BRNFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY BRN-DVZ
                            STATUS ST-BRN.
           SELECT SRT-FILE  ASSIGN TO SORTWK.
           SELECT RUN-FILE  ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY RUN-KEY
                            STATUS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE RECORDING MODE F.
         01  HIST-REC.
           05 HIST-RUN-DATE   PIC 9(07).
           05 HIST-RUN-TIME   PIC 9(08).
           05 HIST-SEQ        PIC 9(07).
           05 HIST-FUNC       PIC X(04).
              88 HIST-FUNC-MONITORED        VALUES 'ADJ ' 'XFRD' 'XFRC'.
           05 HIST-ID         PIC 9(05).
           05 HIST-DVZ        PIC 9(03).
           05 HIST-NAME-B     PIC X(15).
           05 HIST-SURNAME-B  PIC X(15).
           05 HIST-DATE-B     PIC 9(07).
           05 HIST-BALANCE-B  PIC S9(15) COMP-3.
           05 HIST-NAME-A     PIC X(15).
           05 HIST-SURNAME-A  PIC X(15).
           05 HIST-DATE-A     PIC 9(07).
           05 HIST-BALANCE-A  PIC S9(15) COMP-3.
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-SINGLE-LIMIT PIC 9(15).
           05 PRM-DAILY-LIMIT  PIC 9(15).
           05 PRM-NEAR-FLOOR   PIC 9(15).
           05 PRM-NEAR-COUNT   PIC 9(03).
           05 PRM-PASS-MIN     PIC 9(15).
           05 FILLER           PIC X(17).
       FD  CLS-FILE RECORDING MODE F.
         01  CLS-REC.
           05 CLS-ID          PIC 9(05).
           05 CLS-DVZ         PIC 9(03).
           05 CLS-RULE        PIC X(02).
           05 FILLER          PIC X(70).
       FD  ALR-FILE.
         01  ALR-REC.
           05 ALR-KEY.
              07 ALR-ID       PIC 9(05).
              07 ALR-DVZ      PIC 9(03).
              07 ALR-DATE     PIC 9(07).
              07 ALR-RULE     PIC X(02).
           05 ALR-AMOUNT      PIC S9(15) COMP-3.
           05 ALR-MOVES       PIC 9(05).
           05 ALR-DESC        PIC X(30).
       FD  CASE-FILE.
         01  CASE-REC.
           05 CASE-KEY.
              07 CASE-ID      PIC 9(05).
              07 CASE-DVZ     PIC 9(03).
              07 CASE-RULE    PIC X(02).
           05 CASE-STATUS     PIC X(01).
              88 CASE-OPEN                      VALUE 'O'.
              88 CASE-CLOSED                    VALUE 'C'.
           05 CASE-OPEN-DATE  PIC 9(07).
           05 CASE-LAST-DATE  PIC 9(07).
           05 CASE-HITS       PIC 9(05).
           05 CASE-CLOSE-DATE PIC 9(07).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC          PIC X(110).
       FD  BRN-FILE.
         01  BRN-REC.
           05 BRN-DVZ        PIC S9(3) COMP.
           05 BRN-NAME       PIC X(20).
           05 BRN-STATUS     PIC X(01).
              88 BRN-OPEN                       VALUE 'O'.
              88 BRN-CLOSED                     VALUE 'C'.
       SD  SRT-FILE.
         01  SRT-REC.
           05 SRT-DVZ         PIC 9(03).
           05 SRT-ID          PIC 9(05).
           05 SRT-TIME        PIC 9(08).
           05 SRT-SEQ         PIC 9(07).
           05 SRT-FUNC        PIC X(04).
           05 SRT-AMOUNT      PIC S9(15) COMP-3.
       FD  RUN-FILE.
         01  RUN-REC.
           05 RUN-KEY.
              07 RUN-JOB      PIC X(08).
              07 RUN-DATE     PIC 9(07).
           05 RUN-STATUS      PIC X(01).
              88 RUN-STARTED                    VALUE 'S'.
              88 RUN-COMPLETED                  VALUE 'C'.
           05 RUN-START-TIME  PIC 9(08).
           05 RUN-END-TIME    PIC 9(08).
           05 RUN-OVERRIDE    PIC X(01).
              88 RUN-OVERRIDE-SET               VALUE 'Y'.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    HEADER AREA STRAT                                           *
      *----------------------------------------------------------------*
       01  HEADER-0.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(25) VALUE
                              'ACTIVITY MONITORING CASES'.
         05  FILLER         PIC X(11) VALUE ' RUN DATE: '.
         05  HDR-DATE-O     PIC 9(07).
         05  FILLER         PIC X(07) VALUE ' PAGE: '.
         05  HDR-PG-NO-O    PIC ZZZZ9.
      *
       01  HEADER-1.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE 'Id   '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE 'Dvz'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(04) VALUE 'Rule'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(30) VALUE 'Description    '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE 'Amount         '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE 'Moves'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE 'Opened '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(10) VALUE 'Case      '.
      *
       01  HEADER-2.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE '-----'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE '---'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(04) VALUE '----'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(30)
                              VALUE '------------------------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE '-----'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE '-------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(10) VALUE '----------'.
      *----------------------------------------------------------------*
      *    HEADER AREA END                                             *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DETAIL AREA START                                           *
      *----------------------------------------------------------------*
       01  DETAIL-LINE.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-ID-O       PIC 9(05).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-DVZ-O      PIC 9(03).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-RULE-O     PIC X(04).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-DESC-O     PIC X(30).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-AMOUNT-O   PIC -(14)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-MOVES-O    PIC ZZZZ9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-OPENED-O   PIC 9(07).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-ACTION-O   PIC X(10).
      *----------------------------------------------------------------*
      *    DETAIL AREA END                                             *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BREAK AREA START                                            *
      *----------------------------------------------------------------*
       01  BREAK-LINE.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '   BRANCH TOTAL'.
         05  FILLER         PIC X(04) VALUE ' DVZ'.
         05  BRK-DVZ-O      PIC ZZ9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  BRK-NAME-O     PIC X(20).
         05  FILLER         PIC X(08) VALUE ' CASES: '.
         05  BRK-COUNT-O    PIC ZZZ,ZZ9.
      *----------------------------------------------------------------*
      *    BREAK AREA END                                              *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    TRAILER AREA START                                          *
      *----------------------------------------------------------------*
       01  TRAILER-1.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(34) VALUE
                              '*** END OF JOB CONTROL TOTALS ***'.
      *
       01  TRAILER-LINE.
         05  FILLER         PIC X(01) VALUE ' '.
         05  TRL-LABEL-O    PIC X(25).
         05  TRL-COUNT-O    PIC ZZZ,ZZZ,ZZ9.
      *----------------------------------------------------------------*
      *    TRAILER AREA END                                            *
      *----------------------------------------------------------------*
       01  WS-WORK-AREA.
         05 ST-HIST        PIC 9(2).
              88 HIST-FILE-SUCCESS              VALUE 0 97.
              88 HIST-FILE-EOF                  VALUE 10.
         05 ST-PRM         PIC 9(2).
              88 PRM-FILE-SUCCESS               VALUE 0 97.
         05 ST-CLS         PIC 9(2).
              88 CLS-FILE-SUCCESS               VALUE 0 97.
              88 CLS-FILE-EOF                   VALUE 10.
         05 ST-ALR         PIC 9(2).
              88 ALR-FILE-SUCCESS               VALUE 0 97.
         05 ST-CASE        PIC 9(2).
              88 CASE-FILE-SUCCESS              VALUE 0 97.
         05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
         05 ST-BRN         PIC 9(2).
              88 BRN-FILE-SUCCESS               VALUE 0 97.
         05 WS-BRN-FILE-OK PIC X(01) VALUE 'N'.
              88 BRN-FILE-OK                    VALUE 'Y'.
         05 WS-SORT-EOF    PIC X(01) VALUE 'N'.
              88 SORT-FILE-EOF                  VALUE 'Y'.
         05 WS-PARM-DATE-X PIC X(07) VALUE SPACES.
         05 WS-MON-DATE    PIC 9(07) VALUE ZERO.
         05 WS-SINGLE-LIMIT PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-DAILY-LIMIT  PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-NEAR-FLOOR   PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-NEAR-COUNT   PIC 9(03) COMP VALUE ZERO.
         05 WS-PASS-MIN     PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-AMOUNT-LIMIT PIC 9(12) VALUE 999999999999.
         05 WS-ACCT-PEND   PIC X(01) VALUE 'N'.
              88 ACCT-PENDING                   VALUE 'Y'.
         05 WS-CUR-DVZ     PIC 9(03) VALUE ZERO.
         05 WS-CUR-ID      PIC 9(05) VALUE ZERO.
         05 WS-MOVE-ABS    PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-ACC-MOVES   PIC 9(05) COMP VALUE ZERO.
         05 WS-ACC-MAX     PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-ACC-TOTAL   PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-ACC-NEAR-CNT PIC 9(05) COMP VALUE ZERO.
         05 WS-ACC-NEAR-AMT PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-ACC-CREDIT  PIC X(01) VALUE 'N'.
              88 PASS-CREDIT-SEEN               VALUE 'Y'.
         05 WS-ACC-PASS    PIC X(01) VALUE 'N'.
              88 PASS-THROUGH-FOUND             VALUE 'Y'.
         05 WS-ACC-PASS-AMT PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-ALR-RULE    PIC X(02) VALUE SPACES.
         05 WS-ALR-DESC    PIC X(30) VALUE SPACES.
         05 WS-ALR-AMOUNT  PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-ALR-MOVES   PIC 9(05) VALUE ZERO.
         05 WS-LINE-COUNT  PIC 9(03) COMP VALUE ZERO.
         05 WS-LINES-PER-PAGE PIC 9(03) VALUE 050.
         05 WS-PAGE-NO     PIC 9(05) COMP VALUE ZERO.
         05 WS-LAST-DVZ    PIC 9(03) VALUE ZERO.
         05 WS-BRN-COUNT   PIC 9(07) COMP VALUE ZERO.
         05 WS-FIRST-DETAIL PIC X(01) VALUE 'Y'.
              88 FIRST-DETAIL-LINE              VALUE 'Y'.
         05 WS-CNT-SELECTED PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-ACCOUNTS PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-RAISED  PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-SUPPRESS PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-CLOSED  PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-CLS-BAD PIC 9(07) COMP VALUE ZERO.
         05 ST-RUN         PIC 9(2).
              88 RUN-FILE-SUCCESS               VALUE 0 97.
         05 WS-CTL-DATE    PIC 9(07) VALUE ZERO.
         05 WS-CTL-TIME    PIC 9(08) VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-RUN-CONTROL-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-LOAD-PARAMETERS.
           PERFORM H120-APPLY-CLOSURES.
           SORT SRT-FILE ON ASCENDING KEY SRT-DVZ SRT-ID
                                          SRT-TIME SRT-SEQ
              INPUT PROCEDURE H200-SELECT-INPUT THRU H200-END
              OUTPUT PROCEDURE H300-EVALUATE-ACTIVITY THRU H300-END.
           PERFORM H900-WRITE-TRAILER.
           PERFORM H940-RUN-CONTROL-END.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H050-RUN-CONTROL-START.
           ACCEPT WS-CTL-DATE FROM DAY YYYYDDD.
           ACCEPT WS-CTL-TIME FROM TIME.
           OPEN I-O RUN-FILE.
           IF NOT RUN-FILE-SUCCESS
              IF ST-RUN = 35
                 OPEN OUTPUT RUN-FILE
                 CLOSE RUN-FILE
                 OPEN I-O RUN-FILE
              END-IF
              IF NOT RUN-FILE-SUCCESS
                 DISPLAY 'UNABLE TO OPEN RUNCTL: ' ST-RUN
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           MOVE 'PBEGT029' TO RUN-JOB.
           MOVE WS-CTL-DATE TO RUN-DATE.
           READ RUN-FILE KEY RUN-KEY
             INVALID KEY
                 MOVE 'S' TO RUN-STATUS
                 MOVE WS-CTL-TIME TO RUN-START-TIME
                 MOVE ZERO TO RUN-END-TIME
                 MOVE 'N' TO RUN-OVERRIDE
                 WRITE RUN-REC
             NOT INVALID KEY
                 IF RUN-OVERRIDE-SET
                    MOVE 'S' TO RUN-STATUS
                    MOVE WS-CTL-TIME TO RUN-START-TIME
                    MOVE ZERO TO RUN-END-TIME
                    MOVE 'N' TO RUN-OVERRIDE
                    REWRITE RUN-REC
                 ELSE
                    DISPLAY 'PBEGT029 ALREADY RUN FOR ' WS-CTL-DATE
                            ' STATUS ' RUN-STATUS
                    MOVE 12 TO RETURN-CODE
                    CLOSE RUN-FILE
                    GOBACK
                 END-IF
           END-READ.
       H050-END. EXIT.

       H940-RUN-CONTROL-END.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'PBEGT029' TO RUN-JOB.
           MOVE WS-CTL-DATE TO RUN-DATE.
           READ RUN-FILE KEY RUN-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 MOVE 'C' TO RUN-STATUS
                 MOVE WS-CTL-TIME TO RUN-END-TIME
                 REWRITE RUN-REC
           END-READ.
       H940-END. EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-PARM-DATE-X.
           IF WS-PARM-DATE-X IS NUMERIC
              MOVE WS-PARM-DATE-X TO WS-MON-DATE
           ELSE
              MOVE WS-CTL-DATE TO WS-MON-DATE
           END-IF.

           OPEN INPUT HIST-FILE.
           IF NOT HIST-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN HISTFILE: ' ST-HIST
           MOVE ST-HIST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN I-O ALR-FILE.
           IF NOT ALR-FILE-SUCCESS
              IF ST-ALR = 35
                 OPEN OUTPUT ALR-FILE
                 CLOSE ALR-FILE
                 OPEN I-O ALR-FILE
              END-IF
              IF NOT ALR-FILE-SUCCESS
                 DISPLAY 'UNABLE TO OPEN ALRTFILE: ' ST-ALR
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN I-O CASE-FILE.
           IF NOT CASE-FILE-SUCCESS
              IF ST-CASE = 35
                 OPEN OUTPUT CASE-FILE
                 CLOSE CASE-FILE
                 OPEN I-O CASE-FILE
              END-IF
              IF NOT CASE-FILE-SUCCESS
                 DISPLAY 'UNABLE TO OPEN CASEFILE: ' ST-CASE
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN MONRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT BRN-FILE.
           IF BRN-FILE-SUCCESS
              SET BRN-FILE-OK TO TRUE
           END-IF.
       H100-END. EXIT.

       H110-LOAD-PARAMETERS.
           OPEN INPUT PRM-FILE.
           IF NOT PRM-FILE-SUCCESS
              DISPLAY 'UNABLE TO OPEN MONPARM: ' ST-PRM
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ PRM-FILE.
           IF NOT PRM-FILE-SUCCESS
              DISPLAY 'MONPARM RECORD MISSING: ' ST-PRM
              MOVE 12 TO RETURN-CODE
              CLOSE PRM-FILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF PRM-SINGLE-LIMIT NOT NUMERIC
              OR PRM-DAILY-LIMIT NOT NUMERIC
              OR PRM-NEAR-FLOOR NOT NUMERIC
              OR PRM-NEAR-COUNT NOT NUMERIC
              OR PRM-PASS-MIN NOT NUMERIC
              DISPLAY 'MONPARM THRESHOLDS NOT NUMERIC'
              MOVE 12 TO RETURN-CODE
              CLOSE PRM-FILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE PRM-SINGLE-LIMIT TO WS-SINGLE-LIMIT.
           MOVE PRM-DAILY-LIMIT  TO WS-DAILY-LIMIT.
           MOVE PRM-NEAR-FLOOR   TO WS-NEAR-FLOOR.
           MOVE PRM-NEAR-COUNT   TO WS-NEAR-COUNT.
           MOVE PRM-PASS-MIN     TO WS-PASS-MIN.
           CLOSE PRM-FILE.
       H110-END. EXIT.

       H120-APPLY-CLOSURES.
           OPEN INPUT CLS-FILE.
           IF CLS-FILE-SUCCESS
              PERFORM H125-CLOSE-ONE UNTIL CLS-FILE-EOF
              CLOSE CLS-FILE
           END-IF.
       H120-END. EXIT.

       H125-CLOSE-ONE.
           READ CLS-FILE.
           IF (NOT CLS-FILE-SUCCESS) AND (NOT CLS-FILE-EOF)
           DISPLAY 'UNABLE TO READ MONCLS: ' ST-CLS
           MOVE ST-CLS TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT CLS-FILE-EOF
              IF CLS-ID NOT NUMERIC OR CLS-DVZ NOT NUMERIC
                 DISPLAY 'MONCLS RECORD NOT NUMERIC: ' CLS-REC(1:10)
                 ADD 1 TO WS-CNT-CLS-BAD
              ELSE
                 MOVE CLS-ID   TO CASE-ID
                 MOVE CLS-DVZ  TO CASE-DVZ
                 MOVE CLS-RULE TO CASE-RULE
                 READ CASE-FILE KEY CASE-KEY
                   INVALID KEY
                       DISPLAY 'MONCLS CASE NOT ON FILE: '
                               CLS-REC(1:10)
                       ADD 1 TO WS-CNT-CLS-BAD
                   NOT INVALID KEY
                       IF CASE-OPEN
                          MOVE 'C' TO CASE-STATUS
                          MOVE WS-MON-DATE TO CASE-CLOSE-DATE
                          REWRITE CASE-REC
                          ADD 1 TO WS-CNT-CLOSED
                       ELSE
                          DISPLAY 'MONCLS CASE ALREADY CLOSED: '
                                  CLS-REC(1:10)
                          ADD 1 TO WS-CNT-CLS-BAD
                       END-IF
                 END-READ
              END-IF
           END-IF.
       H125-END. EXIT.

       H150-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-MON-DATE TO HDR-DATE-O.
           MOVE WS-PAGE-NO TO HDR-PG-NO-O.
           WRITE RPT-REC FROM HEADER-0.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           MOVE ZERO TO WS-LINE-COUNT.
       H150-END. EXIT.

       H200-SELECT-INPUT.
           PERFORM UNTIL HIST-FILE-EOF
              READ HIST-FILE
              IF (NOT HIST-FILE-SUCCESS) AND (NOT HIST-FILE-EOF)
                 DISPLAY 'UNABLE TO READ HISTFILE: ' ST-HIST
                 MOVE ST-HIST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF NOT HIST-FILE-EOF
                 IF HIST-RUN-DATE = WS-MON-DATE
                    AND HIST-FUNC-MONITORED
                    MOVE HIST-DVZ       TO SRT-DVZ
                    MOVE HIST-ID        TO SRT-ID
                    MOVE HIST-RUN-TIME  TO SRT-TIME
                    MOVE HIST-SEQ       TO SRT-SEQ
                    MOVE HIST-FUNC      TO SRT-FUNC
                    COMPUTE SRT-AMOUNT =
                            HIST-BALANCE-A - HIST-BALANCE-B
                    RELEASE SRT-REC
                    ADD 1 TO WS-CNT-SELECTED
                 END-IF
              END-IF
           END-PERFORM.
       H200-END. EXIT.

       H300-EVALUATE-ACTIVITY.
           PERFORM H150-WRITE-HEADERS.
           PERFORM UNTIL SORT-FILE-EOF
              RETURN SRT-FILE
                 AT END SET SORT-FILE-EOF TO TRUE
                 NOT AT END PERFORM H310-ACCUMULATE
              END-RETURN
           END-PERFORM.
           IF ACCT-PENDING
              PERFORM H400-CHECK-ACCOUNT
           END-IF.
           IF NOT FIRST-DETAIL-LINE
              PERFORM H620-WRITE-BREAK
           END-IF.
       H300-END. EXIT.

       H310-ACCUMULATE.
           IF ACCT-PENDING
              IF SRT-DVZ NOT = WS-CUR-DVZ OR SRT-ID NOT = WS-CUR-ID
                 PERFORM H400-CHECK-ACCOUNT
              END-IF
           END-IF.
           IF NOT ACCT-PENDING
              PERFORM H320-START-ACCOUNT
           END-IF.

           IF SRT-AMOUNT < ZERO
              COMPUTE WS-MOVE-ABS = ZERO - SRT-AMOUNT
           ELSE
              MOVE SRT-AMOUNT TO WS-MOVE-ABS
           END-IF.
           ADD 1 TO WS-ACC-MOVES.
           ADD WS-MOVE-ABS TO WS-ACC-TOTAL.
           IF WS-MOVE-ABS > WS-ACC-MAX
              MOVE WS-MOVE-ABS TO WS-ACC-MAX
           END-IF.

           IF SRT-FUNC = 'ADJ ' AND WS-NEAR-FLOOR > ZERO
              IF WS-MOVE-ABS NOT < WS-NEAR-FLOOR
                 AND WS-MOVE-ABS NOT > WS-AMOUNT-LIMIT
                 ADD 1 TO WS-ACC-NEAR-CNT
                 ADD WS-MOVE-ABS TO WS-ACC-NEAR-AMT
              END-IF
           END-IF.

           IF WS-PASS-MIN > ZERO AND WS-MOVE-ABS NOT < WS-PASS-MIN
              IF SRT-FUNC = 'XFRC'
                 SET PASS-CREDIT-SEEN TO TRUE
              END-IF
              IF SRT-FUNC = 'XFRD' AND PASS-CREDIT-SEEN
                 SET PASS-THROUGH-FOUND TO TRUE
                 ADD WS-MOVE-ABS TO WS-ACC-PASS-AMT
              END-IF
           END-IF.
       H310-END. EXIT.

       H320-START-ACCOUNT.
           MOVE SRT-DVZ TO WS-CUR-DVZ.
           MOVE SRT-ID  TO WS-CUR-ID.
           MOVE ZERO TO WS-ACC-MOVES.
           MOVE ZERO TO WS-ACC-MAX.
           MOVE ZERO TO WS-ACC-TOTAL.
           MOVE ZERO TO WS-ACC-NEAR-CNT.
           MOVE ZERO TO WS-ACC-NEAR-AMT.
           MOVE ZERO TO WS-ACC-PASS-AMT.
           MOVE 'N' TO WS-ACC-CREDIT.
           MOVE 'N' TO WS-ACC-PASS.
           SET ACCT-PENDING TO TRUE.
           ADD 1 TO WS-CNT-ACCOUNTS.
       H320-END. EXIT.

       H400-CHECK-ACCOUNT.
           IF WS-SINGLE-LIMIT > ZERO AND WS-ACC-MAX > WS-SINGLE-LIMIT
              MOVE 'SM' TO WS-ALR-RULE
              MOVE 'SINGLE MOVEMENT OVER LIMIT' TO WS-ALR-DESC
              MOVE WS-ACC-MAX TO WS-ALR-AMOUNT
              MOVE 1 TO WS-ALR-MOVES
              PERFORM H500-RAISE-ALERT
           END-IF.
           IF WS-DAILY-LIMIT > ZERO AND WS-ACC-TOTAL > WS-DAILY-LIMIT
              MOVE 'DT' TO WS-ALR-RULE
              MOVE 'DAILY TOTAL OVER LIMIT' TO WS-ALR-DESC
              MOVE WS-ACC-TOTAL TO WS-ALR-AMOUNT
              MOVE WS-ACC-MOVES TO WS-ALR-MOVES
              PERFORM H500-RAISE-ALERT
           END-IF.
           IF WS-NEAR-COUNT > ZERO
              AND WS-ACC-NEAR-CNT NOT < WS-NEAR-COUNT
              MOVE 'NL' TO WS-ALR-RULE
              MOVE 'REPEATED ADJ NEAR EDIT LIMIT' TO WS-ALR-DESC
              MOVE WS-ACC-NEAR-AMT TO WS-ALR-AMOUNT
              MOVE WS-ACC-NEAR-CNT TO WS-ALR-MOVES
              PERFORM H500-RAISE-ALERT
           END-IF.
           IF PASS-THROUGH-FOUND
              MOVE 'PT' TO WS-ALR-RULE
              MOVE 'CREDIT PASSED THROUGH SAME DAY' TO WS-ALR-DESC
              MOVE WS-ACC-PASS-AMT TO WS-ALR-AMOUNT
              MOVE WS-ACC-MOVES TO WS-ALR-MOVES
              PERFORM H500-RAISE-ALERT
           END-IF.
           MOVE 'N' TO WS-ACCT-PEND.
       H400-END. EXIT.

       H500-RAISE-ALERT.
           MOVE WS-CUR-ID   TO CASE-ID.
           MOVE WS-CUR-DVZ  TO CASE-DVZ.
           MOVE WS-ALR-RULE TO CASE-RULE.
           READ CASE-FILE KEY CASE-KEY
             INVALID KEY
                 MOVE 'O' TO CASE-STATUS
                 MOVE WS-MON-DATE TO CASE-OPEN-DATE
                 MOVE WS-MON-DATE TO CASE-LAST-DATE
                 MOVE 1 TO CASE-HITS
                 MOVE ZERO TO CASE-CLOSE-DATE
                 WRITE CASE-REC
                 MOVE 'NEW CASE' TO DET-ACTION-O
                 PERFORM H510-WRITE-ALERT
             NOT INVALID KEY
                 IF CASE-OPEN
                    IF CASE-LAST-DATE NOT = WS-MON-DATE
                       MOVE WS-MON-DATE TO CASE-LAST-DATE
                       ADD 1 TO CASE-HITS
                       REWRITE CASE-REC
                    END-IF
                    MOVE 'CASE OPEN' TO DET-ACTION-O
                    ADD 1 TO WS-CNT-SUPPRESS
                 ELSE
                    MOVE 'O' TO CASE-STATUS
                    MOVE WS-MON-DATE TO CASE-OPEN-DATE
                    MOVE WS-MON-DATE TO CASE-LAST-DATE
                    MOVE 1 TO CASE-HITS
                    MOVE ZERO TO CASE-CLOSE-DATE
                    REWRITE CASE-REC
                    MOVE 'REOPENED' TO DET-ACTION-O
                    PERFORM H510-WRITE-ALERT
                 END-IF
           END-READ.
           PERFORM H600-PRINT-DETAIL.
       H500-END. EXIT.

       H510-WRITE-ALERT.
           MOVE WS-CUR-ID     TO ALR-ID.
           MOVE WS-CUR-DVZ    TO ALR-DVZ.
           MOVE WS-MON-DATE   TO ALR-DATE.
           MOVE WS-ALR-RULE   TO ALR-RULE.
           MOVE WS-ALR-AMOUNT TO ALR-AMOUNT.
           MOVE WS-ALR-MOVES  TO ALR-MOVES.
           MOVE WS-ALR-DESC   TO ALR-DESC.
           WRITE ALR-REC
              INVALID KEY REWRITE ALR-REC
           END-WRITE.
           ADD 1 TO WS-CNT-RAISED.
       H510-END. EXIT.

       H600-PRINT-DETAIL.
           IF NOT FIRST-DETAIL-LINE
              IF WS-CUR-DVZ NOT = WS-LAST-DVZ
                 PERFORM H620-WRITE-BREAK
              END-IF
           END-IF.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
              PERFORM H150-WRITE-HEADERS
           END-IF.
           MOVE WS-CUR-ID      TO DET-ID-O.
           MOVE WS-CUR-DVZ     TO DET-DVZ-O.
           MOVE WS-ALR-RULE    TO DET-RULE-O.
           MOVE WS-ALR-DESC    TO DET-DESC-O.
           MOVE WS-ALR-AMOUNT  TO DET-AMOUNT-O.
           MOVE WS-ALR-MOVES   TO DET-MOVES-O.
           MOVE CASE-OPEN-DATE TO DET-OPENED-O.
           WRITE RPT-REC FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-BRN-COUNT.
           MOVE WS-CUR-DVZ TO WS-LAST-DVZ.
           MOVE 'N' TO WS-FIRST-DETAIL.
       H600-END. EXIT.

       H620-WRITE-BREAK.
           MOVE WS-LAST-DVZ  TO BRK-DVZ-O.
           PERFORM H630-LOOKUP-BRANCH.
           MOVE WS-BRN-COUNT TO BRK-COUNT-O.
           WRITE RPT-REC FROM BREAK-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE ZERO TO WS-BRN-COUNT.
       H620-END. EXIT.

       H630-LOOKUP-BRANCH.
           MOVE SPACES TO BRK-NAME-O.
           IF BRN-FILE-OK
              MOVE WS-LAST-DVZ TO BRN-DVZ
              READ BRN-FILE KEY BRN-DVZ
                INVALID KEY
                    MOVE '*UNKNOWN*' TO BRK-NAME-O
                NOT INVALID KEY
                    MOVE BRN-NAME TO BRK-NAME-O
              END-READ
           END-IF.
       H630-END. EXIT.

       H900-WRITE-TRAILER.
           WRITE RPT-REC FROM TRAILER-1.
           MOVE 'POSTINGS EXAMINED       :' TO TRL-LABEL-O.
           MOVE WS-CNT-SELECTED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'ACCOUNTS EXAMINED       :' TO TRL-LABEL-O.
           MOVE WS-CNT-ACCOUNTS TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'ALERTS RAISED           :' TO TRL-LABEL-O.
           MOVE WS-CNT-RAISED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'ALERTS ON OPEN CASES    :' TO TRL-LABEL-O.
           MOVE WS-CNT-SUPPRESS TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'CASES CLOSED            :' TO TRL-LABEL-O.
           MOVE WS-CNT-CLOSED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'CLOSURES REJECTED       :' TO TRL-LABEL-O.
           MOVE WS-CNT-CLS-BAD TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           IF WS-CNT-CLS-BAD > ZERO AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-FILE.
           CLOSE HIST-FILE.
           CLOSE ALR-FILE.
           CLOSE CASE-FILE.
           IF BRN-FILE-OK
              CLOSE BRN-FILE
           END-IF.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
