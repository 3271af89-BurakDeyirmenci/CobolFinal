       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGT030.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE  ASSIGN TO IDXFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY IDX-KEY
                            ALTERNATE RECORD KEY IDX-DVZ
                                      WITH DUPLICATES
                            STATUS ST-IDX.
           SELECT FEE-FILE  ASSIGN TO FEEFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY FEE-DVZ
                            STATUS ST-FEE.
           SELECT HIST-FILE ASSIGN TO HISTFILE
                            STATUS ST-HIST.
           SELECT RPT-FILE  ASSIGN TO FEERPT
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
       FD  IDX-FILE.
         01  IDX-REC.
           05 IDX-KEY.
              07 IDX-ID      PIC S9(5) COMP-3.
              07 IDX-DVZ     PIC S9(3) COMP.
           05 IDX-NAME       PIC X(15).
           05 IDX-SURNAME    PIC X(15).
           05 IDX-DATE       PIC S9(7) COMP-3.
           05 IDX-BALANCE    PIC S9(15) COMP-3.
           05 IDX-STATUS     PIC X(01).
              88 ACCT-ACTIVE                    VALUES 'A' ' '.
              88 ACCT-FROZEN                    VALUE 'F'.
       FD  FEE-FILE.
         01  FEE-REC.
           05 FEE-DVZ        PIC S9(3) COMP.
           05 FEE-MAINT-AMT  PIC S9(15) COMP-3.
           05 FEE-NEG-AMT    PIC S9(15) COMP-3.
           05 FEE-LOW-MIN    PIC S9(15) COMP-3.
           05 FEE-LOW-AMT    PIC S9(15) COMP-3.
           05 FEE-FROZEN-RULE PIC X(01).
              88 FEE-FROZEN-WAIVE               VALUE 'W'.
              88 FEE-FROZEN-CHARGE              VALUE 'C'.
           05 FEE-NEGBAL-RULE PIC X(01).
              88 FEE-NEGBAL-WAIVE               VALUE 'W'.
              88 FEE-NEGBAL-CHARGE              VALUE 'C'.
       FD  HIST-FILE RECORDING MODE F.
         01  HIST-REC.
           05 HIST-RUN-DATE   PIC 9(07).
           05 HIST-RUN-TIME   PIC 9(08).
           05 HIST-SEQ        PIC 9(07).
           05 HIST-FUNC       PIC X(04).
              88 HIST-FUNC-POSTING          VALUES 'ADJ ' 'XFRD'
                                            'XFRC' 'INT ' 'FEE '
                                            'RADJ' 'RXFD' 'RXFC'
                                            'RFEE' 'RINT'.
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
           05 SRT-TYPE        PIC X(01).
              88 SRT-NEG-APPEARANCE             VALUE '1'.
              88 SRT-ACCOUNT                    VALUE '2'.
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
         05  FILLER         PIC X(26) VALUE
                              'MONTH-END FEE REGISTER    '.
         05  FILLER         PIC X(11) VALUE ' RUN DATE: '.
         05  HDR-DATE-O     PIC 9(07).
         05  FILLER         PIC X(08) VALUE ' MONTH: '.
         05  HDR-FROM-O     PIC 9(07).
         05  FILLER         PIC X(03) VALUE ' - '.
         05  HDR-TO-O       PIC 9(07).
      *
       01  HEADER-1.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE 'Dvz'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE 'Id   '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE 'Old Balance    '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(11) VALUE 'Maintenance'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(11) VALUE 'Negative   '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(11) VALUE 'Low Balance'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE 'Total Fee      '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE 'New Balance    '.
      *
       01  HEADER-2.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE '---'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE '-----'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(11) VALUE '-----------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(11) VALUE '-----------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(11) VALUE '-----------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
      *----------------------------------------------------------------*
      *    HEADER AREA END                                             *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DETAIL AREA START                                           *
      *----------------------------------------------------------------*
       01  DETAIL-LINE.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-DVZ-O      PIC 9(03).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-ID-O       PIC 9(05).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-BAL-B-O    PIC -(14)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-MAINT-O    PIC -(10)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-NEG-O      PIC -(10)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-LOW-O      PIC -(10)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-FEE-O      PIC -(14)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-BAL-A-O    PIC -(14)9.
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
         05  FILLER         PIC X(08) VALUE ' COUNT: '.
         05  BRK-COUNT-O    PIC ZZZ,ZZ9.
         05  FILLER         PIC X(11) VALUE '    FEES: '.
         05  BRK-FEE-O      PIC -(14)9.
      *
       01  GRAND-LINE.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '   GRAND TOTAL '.
         05  FILLER         PIC X(28) VALUE SPACES.
         05  FILLER         PIC X(08) VALUE ' COUNT: '.
         05  GRD-COUNT-O    PIC ZZZ,ZZ9.
         05  FILLER         PIC X(11) VALUE '    FEES: '.
         05  GRD-FEE-O      PIC -(14)9.
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
       01  WS-MONTH-TABLE.
         05  WS-MONTH-VALUES PIC X(24) VALUE
                              '312831303130313130313031'.
         05  WS-MONTH-DAYS REDEFINES WS-MONTH-VALUES
                            PIC 9(02) OCCURS 12.
      *
       01  WS-WORK-AREA.
         05 ST-IDX         PIC 9(2).
              88 IDX-FILE-SUCCESS               VALUE 0 97.
              88 IDX-FILE-EOF                   VALUE 10 23.
         05 ST-FEE         PIC 9(2).
              88 FEE-FILE-SUCCESS               VALUE 0 97.
         05 ST-HIST        PIC 9(2).
              88 HIST-FILE-SUCCESS              VALUE 0 97.
              88 HIST-FILE-EOF                  VALUE 10.
         05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
         05 ST-BRN         PIC 9(2).
              88 BRN-FILE-SUCCESS               VALUE 0 97.
         05 WS-BRN-FILE-OK PIC X(01) VALUE 'N'.
              88 BRN-FILE-OK                    VALUE 'Y'.
         05 WS-SORT-EOF    PIC X(01) VALUE 'N'.
              88 SORT-FILE-EOF                  VALUE 'Y'.
         05 WS-PARM-DATE-X PIC X(07) VALUE SPACES.
         05 WS-FEE-DATE    PIC 9(07) VALUE ZERO.
         05 WS-MONTH-FROM  PIC 9(07) VALUE ZERO.
         05 WS-MONTH-TO    PIC 9(07) VALUE ZERO.
         05 WS-CALC-YEAR   PIC 9(04) COMP VALUE ZERO.
         05 WS-CALC-DDD    PIC S9(07) COMP VALUE ZERO.
         05 WS-CALC-DAY    PIC S9(07) COMP VALUE ZERO.
         05 WS-CALC-MONTH  PIC 9(02) COMP VALUE ZERO.
         05 WS-YEAR-DAYS   PIC 9(03) COMP VALUE ZERO.
         05 WS-LEAP-QUOT   PIC 9(04) COMP VALUE ZERO.
         05 WS-LEAP-REM    PIC 9(04) COMP VALUE ZERO.
         05 WS-RUN-DATE    PIC 9(07) VALUE ZERO.
         05 WS-RUN-TIME    PIC 9(08) VALUE ZERO.
         05 WS-HIST-SEQ    PIC 9(07) COMP VALUE ZERO.
         05 WS-FEE-DVZ     PIC S9(3) COMP VALUE -1.
         05 WS-FEE-FOUND   PIC X(01) VALUE 'N'.
              88 FEE-FOUND                      VALUE 'Y'.
         05 WS-ACCT-OK     PIC X(01) VALUE 'Y'.
              88 ACCT-CHARGEABLE                VALUE 'Y'.
         05 WS-NEG-DVZ     PIC 9(03) VALUE ZERO.
         05 WS-NEG-ID      PIC 9(05) VALUE ZERO.
         05 WS-NEG-SEEN    PIC X(01) VALUE 'N'.
              88 NEG-APPEARED                   VALUE 'Y'.
         05 WS-FEE-MAINT   PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-FEE-NEG     PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-FEE-LOW     PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-FEE-TOTAL   PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-LAST-DVZ    PIC S9(3) COMP VALUE ZERO.
         05 WS-DVZ-COUNT   PIC 9(07) COMP VALUE ZERO.
         05 WS-DVZ-FEE     PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-GRAND-COUNT PIC 9(07) COMP VALUE ZERO.
         05 WS-GRAND-FEE   PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-FIRST-DETAIL PIC X(01) VALUE 'Y'.
              88 FIRST-DETAIL-LINE              VALUE 'Y'.
         05 WS-CNT-SCANNED PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-CHARGED PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-NEGSEEN PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-WAIVE-F PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-WAIVE-N PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-NOFEE   PIC 9(07) COMP VALUE ZERO.
         05 ST-RUN         PIC 9(2).
              88 RUN-FILE-SUCCESS               VALUE 0 97.
         05 WS-CTL-DATE    PIC 9(07) VALUE ZERO.
         05 WS-CTL-TIME    PIC 9(08) VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H040-FEE-MONTH.
           PERFORM H050-RUN-CONTROL-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-WRITE-HEADERS.
           SORT SRT-FILE ON ASCENDING KEY SRT-DVZ SRT-ID SRT-TYPE
              INPUT PROCEDURE H200-SELECT-INPUT THRU H200-END
              OUTPUT PROCEDURE H300-CHARGE-FEES THRU H300-END.
           IF NOT FIRST-DETAIL-LINE
              PERFORM H320-WRITE-BREAK
           END-IF.
           MOVE WS-GRAND-COUNT TO GRD-COUNT-O.
           MOVE WS-GRAND-FEE   TO GRD-FEE-O.
           WRITE RPT-REC FROM GRAND-LINE.
           PERFORM H900-WRITE-TRAILER.
           PERFORM H940-RUN-CONTROL-END.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H040-FEE-MONTH.
           ACCEPT WS-CTL-DATE FROM DAY YYYYDDD.
           ACCEPT WS-PARM-DATE-X.
           IF WS-PARM-DATE-X IS NUMERIC
              MOVE WS-PARM-DATE-X TO WS-FEE-DATE
           ELSE
              MOVE WS-CTL-DATE TO WS-FEE-DATE
           END-IF.
           DIVIDE WS-FEE-DATE BY 1000
                  GIVING WS-CALC-YEAR REMAINDER WS-CALC-DDD.
           PERFORM H045-LEAP-DAYS.
           MOVE WS-CALC-DDD TO WS-CALC-DAY.
           MOVE 1 TO WS-CALC-MONTH.
           PERFORM H042-NEXT-MONTH
              UNTIL WS-CALC-DAY NOT > WS-MONTH-DAYS(WS-CALC-MONTH).
           COMPUTE WS-MONTH-FROM = (WS-CALC-YEAR * 1000)
                                 + WS-CALC-DDD - WS-CALC-DAY + 1.
           COMPUTE WS-MONTH-TO   = WS-MONTH-FROM
                                 + WS-MONTH-DAYS(WS-CALC-MONTH) - 1.
       H040-END. EXIT.

       H042-NEXT-MONTH.
           SUBTRACT WS-MONTH-DAYS(WS-CALC-MONTH) FROM WS-CALC-DAY.
           ADD 1 TO WS-CALC-MONTH.
       H042-END. EXIT.

       H045-LEAP-DAYS.
           MOVE 365 TO WS-YEAR-DAYS.
           MOVE 28  TO WS-MONTH-DAYS(2).
           DIVIDE WS-CALC-YEAR BY 4
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
              MOVE 366 TO WS-YEAR-DAYS
              DIVIDE WS-CALC-YEAR BY 100
                     GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM = ZERO
                 MOVE 365 TO WS-YEAR-DAYS
                 DIVIDE WS-CALC-YEAR BY 400
                        GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = ZERO
                    MOVE 366 TO WS-YEAR-DAYS
                 END-IF
              END-IF
           END-IF.
           IF WS-YEAR-DAYS = 366
              MOVE 29 TO WS-MONTH-DAYS(2)
           END-IF.
       H045-END. EXIT.

       H050-RUN-CONTROL-START.
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
           MOVE 'PBEGT030' TO RUN-JOB.
           MOVE WS-MONTH-FROM TO RUN-DATE.
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
                    DISPLAY 'PBEGT030 ALREADY RUN FOR MONTH '
                            WS-MONTH-FROM ' STATUS ' RUN-STATUS
                    MOVE 12 TO RETURN-CODE
                    CLOSE RUN-FILE
                    GOBACK
                 END-IF
           END-READ.
       H050-END. EXIT.

       H940-RUN-CONTROL-END.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'PBEGT030' TO RUN-JOB.
           MOVE WS-MONTH-FROM TO RUN-DATE.
           READ RUN-FILE KEY RUN-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 MOVE 'C' TO RUN-STATUS
                 MOVE WS-CTL-TIME TO RUN-END-TIME
                 REWRITE RUN-REC
           END-READ.
       H940-END. EXIT.

       H100-OPEN-FILES.
           OPEN I-O IDX-FILE.
           IF NOT IDX-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE ST-IDX TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT FEE-FILE.
           IF NOT FEE-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN FEEFILE: ' ST-FEE
           MOVE ST-FEE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN FEERPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT HIST-FILE.
           IF NOT HIST-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN HISTFILE: ' ST-HIST
           MOVE ST-HIST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT BRN-FILE.
           IF BRN-FILE-SUCCESS
              SET BRN-FILE-OK TO TRUE
           END-IF.

           ACCEPT WS-RUN-DATE FROM DAY YYYYDDD.
           ACCEPT WS-RUN-TIME FROM TIME.
       H100-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE WS-RUN-DATE   TO HDR-DATE-O.
           MOVE WS-MONTH-FROM TO HDR-FROM-O.
           MOVE WS-MONTH-TO   TO HDR-TO-O.
           WRITE RPT-REC FROM HEADER-0.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
       H150-END. EXIT.

       H200-SELECT-INPUT.
           PERFORM H210-SELECT-HISTORY UNTIL HIST-FILE-EOF.
           CLOSE HIST-FILE.
           MOVE ZERO TO IDX-DVZ.
           START IDX-FILE KEY IS NOT LESS THAN IDX-DVZ
              INVALID KEY CONTINUE
           END-START.
           PERFORM H220-SELECT-ACCOUNT UNTIL IDX-FILE-EOF.
       H200-END. EXIT.

       H210-SELECT-HISTORY.
           READ HIST-FILE.
           IF (NOT HIST-FILE-SUCCESS) AND (NOT HIST-FILE-EOF)
           DISPLAY 'UNABLE TO READ HISTFILE: ' ST-HIST
           MOVE ST-HIST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT HIST-FILE-EOF
              IF HIST-RUN-DATE NOT < WS-MONTH-FROM
                 AND HIST-RUN-DATE NOT > WS-MONTH-TO
                 AND HIST-FUNC-POSTING
                 AND HIST-BALANCE-A < ZERO
                 MOVE HIST-DVZ TO SRT-DVZ
                 MOVE HIST-ID  TO SRT-ID
                 MOVE '1'      TO SRT-TYPE
                 RELEASE SRT-REC
              END-IF
           END-IF.
       H210-END. EXIT.

       H220-SELECT-ACCOUNT.
           READ IDX-FILE NEXT RECORD
              AT END CONTINUE
              NOT AT END
                 ADD 1 TO WS-CNT-SCANNED
                 MOVE IDX-DVZ TO SRT-DVZ
                 MOVE IDX-ID  TO SRT-ID
                 MOVE '2'     TO SRT-TYPE
                 RELEASE SRT-REC
           END-READ.
       H220-END. EXIT.

       H300-CHARGE-FEES.
           OPEN EXTEND HIST-FILE.
           IF NOT HIST-FILE-SUCCESS
              OPEN OUTPUT HIST-FILE
              IF NOT HIST-FILE-SUCCESS
                 DISPLAY 'UNABLE TO OPEN HISTFILE: ' ST-HIST
                 MOVE ST-HIST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           PERFORM H310-RETURN-NEXT UNTIL SORT-FILE-EOF.
       H300-END. EXIT.

       H310-RETURN-NEXT.
           RETURN SRT-FILE
              AT END SET SORT-FILE-EOF TO TRUE
              NOT AT END
                 IF SRT-NEG-APPEARANCE
                    MOVE SRT-DVZ TO WS-NEG-DVZ
                    MOVE SRT-ID  TO WS-NEG-ID
                    SET NEG-APPEARED TO TRUE
                 ELSE
                    PERFORM H400-FEE-ACCOUNT
                 END-IF
           END-RETURN.
       H310-END. EXIT.

       H320-WRITE-BREAK.
           MOVE WS-LAST-DVZ  TO BRK-DVZ-O.
           PERFORM H330-LOOKUP-BRANCH.
           MOVE WS-DVZ-COUNT TO BRK-COUNT-O.
           MOVE WS-DVZ-FEE   TO BRK-FEE-O.
           WRITE RPT-REC FROM BREAK-LINE.
           MOVE ZERO TO WS-DVZ-COUNT.
           MOVE ZERO TO WS-DVZ-FEE.
       H320-END. EXIT.

       H330-LOOKUP-BRANCH.
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
       H330-END. EXIT.

       H400-FEE-ACCOUNT.
           MOVE ZERO TO WS-FEE-MAINT.
           MOVE ZERO TO WS-FEE-NEG.
           MOVE ZERO TO WS-FEE-LOW.
           MOVE ZERO TO WS-FEE-TOTAL.
           IF NEG-APPEARED
              IF WS-NEG-DVZ NOT = SRT-DVZ OR WS-NEG-ID NOT = SRT-ID
                 MOVE 'N' TO WS-NEG-SEEN
              ELSE
                 ADD 1 TO WS-CNT-NEGSEEN
              END-IF
           END-IF.

           MOVE 'Y' TO WS-ACCT-OK.
           MOVE SRT-ID  TO IDX-ID.
           MOVE SRT-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY MOVE 'N' TO WS-ACCT-OK
           END-READ.

           IF ACCT-CHARGEABLE
              PERFORM H410-LOOKUP-SCHEDULE
              IF NOT FEE-FOUND
                 ADD 1 TO WS-CNT-NOFEE
                 MOVE 'N' TO WS-ACCT-OK
              END-IF
           END-IF.

           IF ACCT-CHARGEABLE
              IF ACCT-FROZEN AND NOT FEE-FROZEN-CHARGE
                 ADD 1 TO WS-CNT-WAIVE-F
                 MOVE 'N' TO WS-ACCT-OK
              ELSE
                 IF IDX-BALANCE < ZERO AND NOT FEE-NEGBAL-CHARGE
                    ADD 1 TO WS-CNT-WAIVE-N
                    MOVE 'N' TO WS-ACCT-OK
                 END-IF
              END-IF
           END-IF.

           IF ACCT-CHARGEABLE
              MOVE FEE-MAINT-AMT TO WS-FEE-MAINT
              IF NEG-APPEARED
                 MOVE FEE-NEG-AMT TO WS-FEE-NEG
              END-IF
              IF FEE-LOW-AMT > ZERO AND IDX-BALANCE < FEE-LOW-MIN
                 MOVE FEE-LOW-AMT TO WS-FEE-LOW
              END-IF
              COMPUTE WS-FEE-TOTAL = WS-FEE-MAINT + WS-FEE-NEG
                                   + WS-FEE-LOW
              IF WS-FEE-TOTAL > ZERO
                 PERFORM H420-APPLY-FEE
              END-IF
           END-IF.
           MOVE 'N' TO WS-NEG-SEEN.
       H400-END. EXIT.

       H410-LOOKUP-SCHEDULE.
           IF IDX-DVZ NOT = WS-FEE-DVZ
              MOVE IDX-DVZ TO WS-FEE-DVZ
              MOVE 'N' TO WS-FEE-FOUND
              MOVE IDX-DVZ TO FEE-DVZ
              READ FEE-FILE KEY FEE-DVZ
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    SET FEE-FOUND TO TRUE
              END-READ
           END-IF.
       H410-END. EXIT.

       H420-APPLY-FEE.
           IF NOT FIRST-DETAIL-LINE
              IF IDX-DVZ NOT = WS-LAST-DVZ
                 PERFORM H320-WRITE-BREAK
              END-IF
           END-IF.
           MOVE IDX-DVZ      TO DET-DVZ-O.
           MOVE IDX-ID       TO DET-ID-O.
           MOVE IDX-BALANCE  TO DET-BAL-B-O.
           MOVE WS-FEE-MAINT TO DET-MAINT-O.
           MOVE WS-FEE-NEG   TO DET-NEG-O.
           MOVE WS-FEE-LOW   TO DET-LOW-O.
           MOVE WS-FEE-TOTAL TO DET-FEE-O.

           MOVE IDX-NAME     TO HIST-NAME-B.
           MOVE IDX-SURNAME  TO HIST-SURNAME-B.
           MOVE IDX-DATE     TO HIST-DATE-B.
           MOVE IDX-BALANCE  TO HIST-BALANCE-B.
           SUBTRACT WS-FEE-TOTAL FROM IDX-BALANCE.
           MOVE WS-RUN-DATE TO IDX-DATE.
           REWRITE IDX-REC.
           MOVE IDX-NAME     TO HIST-NAME-A.
           MOVE IDX-SURNAME  TO HIST-SURNAME-A.
           MOVE IDX-DATE     TO HIST-DATE-A.
           MOVE IDX-BALANCE  TO HIST-BALANCE-A.
           MOVE 'FEE ' TO HIST-FUNC.
           ADD 1 TO WS-HIST-SEQ.
           MOVE WS-RUN-DATE TO HIST-RUN-DATE.
           MOVE WS-RUN-TIME TO HIST-RUN-TIME.
           MOVE WS-HIST-SEQ TO HIST-SEQ.
           MOVE IDX-ID      TO HIST-ID.
           MOVE IDX-DVZ     TO HIST-DVZ.
           WRITE HIST-REC.

           MOVE IDX-BALANCE TO DET-BAL-A-O.
           WRITE RPT-REC FROM DETAIL-LINE.
           ADD 1 TO WS-DVZ-COUNT.
           ADD 1 TO WS-GRAND-COUNT.
           ADD WS-FEE-TOTAL TO WS-DVZ-FEE.
           ADD WS-FEE-TOTAL TO WS-GRAND-FEE.
           ADD 1 TO WS-CNT-CHARGED.
           MOVE IDX-DVZ TO WS-LAST-DVZ.
           MOVE 'N' TO WS-FIRST-DETAIL.
       H420-END. EXIT.

       H900-WRITE-TRAILER.
           WRITE RPT-REC FROM TRAILER-1.
           MOVE 'RECORDS SCANNED         :' TO TRL-LABEL-O.
           MOVE WS-CNT-SCANNED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'ACCOUNTS CHARGED        :' TO TRL-LABEL-O.
           MOVE WS-CNT-CHARGED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'NEGATIVE DURING MONTH   :' TO TRL-LABEL-O.
           MOVE WS-CNT-NEGSEEN TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'WAIVED FROZEN           :' TO TRL-LABEL-O.
           MOVE WS-CNT-WAIVE-F TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'WAIVED ALREADY NEGATIVE :' TO TRL-LABEL-O.
           MOVE WS-CNT-WAIVE-N TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'SKIPPED NO SCHEDULE     :' TO TRL-LABEL-O.
           MOVE WS-CNT-NOFEE TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-FILE.
           CLOSE IDX-FILE.
           CLOSE FEE-FILE.
           CLOSE HIST-FILE.
           IF BRN-FILE-OK
              CLOSE BRN-FILE
           END-IF.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
