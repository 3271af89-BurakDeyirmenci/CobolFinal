       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGT027.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SO-FILE   ASSIGN TO SOFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY SO-NO
                            STATUS ST-SO.
           SELECT GEN-FILE  ASSIGN TO SOGEN
                            STATUS ST-GEN.
           SELECT SCY-FILE  ASSIGN TO SOCYCLE
                            STATUS ST-SCY.
           SELECT RPT-FILE  ASSIGN TO SOGRPT
                            STATUS ST-RPT.
           SELECT RUN-FILE  ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY RUN-KEY
                            STATUS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  SO-FILE.
         01  SO-REC.
           05 SO-NO          PIC 9(06).
           05 SO-FROM-ID     PIC 9(05).
           05 SO-FROM-DVZ    PIC 9(03).
           05 SO-TO-ID       PIC 9(05).
           05 SO-TO-DVZ      PIC 9(03).
           05 SO-AMOUNT      PIC S9(15) COMP-3.
           05 SO-FREQ        PIC X(01).
              88 SO-WEEKLY                      VALUE 'W'.
              88 SO-MONTHLY                     VALUE 'M'.
           05 SO-DAY         PIC 9(02).
           05 SO-NEXT-DATE   PIC 9(07).
           05 SO-END-DATE    PIC 9(07).
           05 SO-STATUS      PIC X(01).
              88 SO-ACTIVE                      VALUE 'A'.
              88 SO-EXCEPTION                   VALUE 'X'.
              88 SO-CANCELLED                   VALUE 'C'.
              88 SO-ENDED                       VALUE 'E'.
           05 SO-LAST-DATE   PIC 9(07).
           05 SO-LAST-RC     PIC 9(02).
           05 SO-LAST-DESC   PIC X(30).
        FD  GEN-FILE RECORDING MODE F.
         01  GEN-REC.
           05 GEN-PROCESS    PIC 9(01).
           05 GEN-ID         PIC 9(05).
           05 GEN-DVZ        PIC 9(03).
           05 GEN-TO-ID      PIC 9(05).
           05 GEN-TO-DVZ     PIC 9(03).
           05 GEN-SO-TAG     PIC X(02).
           05 GEN-SO-NO      PIC 9(06).
           05 FILLER         PIC X(14).
           05 GEN-AMOUNT     PIC S9(15) SIGN IS LEADING SEPARATE.
           05 GEN-DATE       PIC 9(07).
           05 GEN-OVERRIDE   PIC X(01).
         01  GEN-HDR.
           05 GENH-TYPE      PIC 9(01).
           05 GENH-CREATE-DATE PIC 9(07).
           05 GENH-CYCLE     PIC 9(05).
           05 FILLER         PIC X(50).
         01  GEN-TRL.
           05 GENT-TYPE      PIC 9(01).
           05 GENT-REC-COUNT PIC 9(07).
           05 GENT-HASH-TOTAL PIC S9(15) SIGN IS LEADING SEPARATE.
           05 FILLER         PIC X(39).
        FD  SCY-FILE RECORDING MODE F.
         01  SCY-REC.
           05 SCY-LAST-CYCLE PIC 9(05).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC          PIC X(80).
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
                              'STANDING ORDER GENERATION '.
         05  FILLER         PIC X(11) VALUE ' RUN DATE: '.
         05  HDR-DATE-O     PIC 9(07).
         05  FILLER         PIC X(08) VALUE ' CYCLE: '.
         05  HDR-CYCLE-O    PIC 9(05).
      *
       01  HEADER-1.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(06) VALUE 'SO No '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE 'From '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE 'Dvz'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE 'To   '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE 'Dvz'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE 'Amount         '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE 'Due    '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE 'Next   '.
      *
       01  HEADER-2.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(06) VALUE '------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE '-----'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE '---'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE '-----'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE '---'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE '-------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE '-------'.
      *----------------------------------------------------------------*
      *    HEADER AREA END                                             *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DETAIL AREA START                                           *
      *----------------------------------------------------------------*
       01  DETAIL-LINE.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-SO-NO-O    PIC 9(06).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-FROM-ID-O  PIC 9(05).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-FROM-DVZ-O PIC 9(03).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-TO-ID-O    PIC 9(05).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-TO-DVZ-O   PIC 9(03).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-AMOUNT-O   PIC -(14)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-DUE-O      PIC 9(07).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-NEXT-O     PIC X(07).
      *----------------------------------------------------------------*
      *    DETAIL AREA END                                             *
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
      *
       01  TRAILER-HASH.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(25) VALUE
                              'AMOUNT HASH TOTAL       :'.
         05  TRL-HASH-O     PIC -(15)9.
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
         05 ST-SO          PIC 9(2).
              88 SO-FILE-SUCCESS                VALUE 0 97.
              88 SO-FILE-EOF                    VALUE 10 23.
         05 ST-GEN         PIC 9(2).
              88 GEN-FILE-SUCCESS               VALUE 0 97.
         05 ST-SCY         PIC 9(2).
              88 SCY-FILE-SUCCESS               VALUE 0 97.
         05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
         05 WS-RUN-DATE    PIC 9(07) VALUE ZERO.
         05 WS-GEN-CYCLE   PIC 9(05) VALUE 1.
         05 WS-CALC-YEAR   PIC 9(04) COMP VALUE ZERO.
         05 WS-CALC-DDD    PIC S9(07) COMP VALUE ZERO.
         05 WS-CALC-MONTH  PIC 9(02) COMP VALUE ZERO.
         05 WS-CALC-DAY    PIC 9(02) COMP VALUE ZERO.
         05 WS-SUM-MONTH   PIC 9(02) COMP VALUE ZERO.
         05 WS-YEAR-DAYS   PIC 9(03) COMP VALUE ZERO.
         05 WS-LEAP-QUOT   PIC 9(04) COMP VALUE ZERO.
         05 WS-LEAP-REM    PIC 9(04) COMP VALUE ZERO.
         05 WS-GEN-HASH    PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-CNT-SCANNED PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-GEN     PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-ENDED   PIC 9(07) COMP VALUE ZERO.
         05 ST-RUN         PIC 9(2).
              88 RUN-FILE-SUCCESS               VALUE 0 97.
         05 WS-CTL-DATE    PIC 9(07) VALUE ZERO.
         05 WS-CTL-TIME    PIC 9(08) VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-RUN-CONTROL-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-WRITE-HEADERS.
           PERFORM H200-SCAN-NEXT UNTIL SO-FILE-EOF.
           PERFORM H300-WRITE-GEN-TRAILER.
           PERFORM H310-UPDATE-CYCLE.
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
           MOVE 'PBEGT027' TO RUN-JOB.
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
                    DISPLAY 'PBEGT027 ALREADY RUN FOR ' WS-CTL-DATE
                            ' STATUS ' RUN-STATUS
                    MOVE 12 TO RETURN-CODE
                    CLOSE RUN-FILE
                    GOBACK
                 END-IF
           END-READ.
       H050-END. EXIT.

       H940-RUN-CONTROL-END.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'PBEGT027' TO RUN-JOB.
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
           OPEN I-O SO-FILE.
           IF NOT SO-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN SOFILE: ' ST-SO
           MOVE ST-SO TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT GEN-FILE.
           IF NOT GEN-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN SOGEN: ' ST-GEN
           MOVE ST-GEN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN SOGRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           PERFORM H110-LOAD-CYCLE.
           ACCEPT WS-RUN-DATE FROM DAY YYYYDDD.

           MOVE SPACES TO GEN-HDR.
           MOVE ZERO          TO GENH-TYPE.
           MOVE WS-RUN-DATE   TO GENH-CREATE-DATE.
           MOVE WS-GEN-CYCLE  TO GENH-CYCLE.
           WRITE GEN-HDR.

           MOVE ZERO TO SO-NO.
           START SO-FILE KEY IS NOT LESS THAN SO-NO
              INVALID KEY CONTINUE
           END-START.
       H100-END. EXIT.

       H110-LOAD-CYCLE.
           OPEN INPUT SCY-FILE.
           IF SCY-FILE-SUCCESS
              READ SCY-FILE
              IF SCY-FILE-SUCCESS
                 COMPUTE WS-GEN-CYCLE = SCY-LAST-CYCLE + 1
              END-IF
              CLOSE SCY-FILE
           END-IF.
       H110-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE WS-RUN-DATE  TO HDR-DATE-O.
           MOVE WS-GEN-CYCLE TO HDR-CYCLE-O.
           WRITE RPT-REC FROM HEADER-0.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
       H150-END. EXIT.

       H200-SCAN-NEXT.
           READ SO-FILE NEXT RECORD
              AT END CONTINUE
              NOT AT END PERFORM H210-CHECK-ORDER
           END-READ.
       H200-END. EXIT.

       H210-CHECK-ORDER.
           ADD 1 TO WS-CNT-SCANNED.
           IF (SO-ACTIVE OR SO-EXCEPTION)
              AND SO-NEXT-DATE NOT > WS-RUN-DATE
              PERFORM H220-GENERATE-ORDER
                 UNTIL SO-NEXT-DATE > WS-RUN-DATE OR SO-ENDED
              REWRITE SO-REC
           END-IF.
       H210-END. EXIT.

       H220-GENERATE-ORDER.
           IF SO-END-DATE NOT = ZERO AND SO-NEXT-DATE > SO-END-DATE
              MOVE 'E' TO SO-STATUS
              ADD 1 TO WS-CNT-ENDED
           ELSE
              PERFORM H230-WRITE-TRANSFER
              PERFORM H240-ADVANCE-DATE
              IF SO-END-DATE NOT = ZERO
                 AND SO-NEXT-DATE > SO-END-DATE
                 MOVE 'E' TO SO-STATUS
                 ADD 1 TO WS-CNT-ENDED
              END-IF
              MOVE SO-NEXT-DATE TO DET-NEXT-O
              IF SO-ENDED
                 MOVE '*ENDED*' TO DET-NEXT-O
              END-IF
              WRITE RPT-REC FROM DETAIL-LINE
           END-IF.
       H220-END. EXIT.

       H230-WRITE-TRANSFER.
           MOVE SPACES       TO GEN-REC.
           MOVE 6            TO GEN-PROCESS.
           MOVE SO-FROM-ID   TO GEN-ID.
           MOVE SO-FROM-DVZ  TO GEN-DVZ.
           MOVE SO-TO-ID     TO GEN-TO-ID.
           MOVE SO-TO-DVZ    TO GEN-TO-DVZ.
           MOVE 'SO'         TO GEN-SO-TAG.
           MOVE SO-NO        TO GEN-SO-NO.
           MOVE SO-AMOUNT    TO GEN-AMOUNT.
           MOVE WS-RUN-DATE  TO GEN-DATE.
           MOVE SPACE        TO GEN-OVERRIDE.
           WRITE GEN-REC.
           ADD 1 TO WS-CNT-GEN.
           ADD SO-AMOUNT TO WS-GEN-HASH.
           MOVE WS-RUN-DATE TO SO-LAST-DATE.

           MOVE SO-NO        TO DET-SO-NO-O.
           MOVE SO-FROM-ID   TO DET-FROM-ID-O.
           MOVE SO-FROM-DVZ  TO DET-FROM-DVZ-O.
           MOVE SO-TO-ID     TO DET-TO-ID-O.
           MOVE SO-TO-DVZ    TO DET-TO-DVZ-O.
           MOVE SO-AMOUNT    TO DET-AMOUNT-O.
           MOVE SO-NEXT-DATE TO DET-DUE-O.
       H230-END. EXIT.

       H240-ADVANCE-DATE.
           DIVIDE SO-NEXT-DATE BY 1000
                  GIVING WS-CALC-YEAR REMAINDER WS-CALC-DDD.
           PERFORM H280-LEAP-DAYS.
           IF SO-WEEKLY
              ADD 7 TO WS-CALC-DDD
              IF WS-CALC-DDD > WS-YEAR-DAYS
                 SUBTRACT WS-YEAR-DAYS FROM WS-CALC-DDD
                 ADD 1 TO WS-CALC-YEAR
              END-IF
           ELSE
              MOVE 1 TO WS-CALC-MONTH
              PERFORM H250-NEXT-MONTH
                 UNTIL WS-CALC-DDD NOT > WS-MONTH-DAYS(WS-CALC-MONTH)
              ADD 1 TO WS-CALC-MONTH
              IF WS-CALC-MONTH > 12
                 MOVE 1 TO WS-CALC-MONTH
                 ADD 1 TO WS-CALC-YEAR
                 PERFORM H280-LEAP-DAYS
              END-IF
              MOVE SO-DAY TO WS-CALC-DAY
              IF WS-CALC-DAY > WS-MONTH-DAYS(WS-CALC-MONTH)
                 MOVE WS-MONTH-DAYS(WS-CALC-MONTH) TO WS-CALC-DAY
              END-IF
              MOVE WS-CALC-DAY TO WS-CALC-DDD
              MOVE 1 TO WS-SUM-MONTH
              PERFORM H260-ADD-MONTH
                 UNTIL WS-SUM-MONTH = WS-CALC-MONTH
           END-IF.
           COMPUTE SO-NEXT-DATE = (WS-CALC-YEAR * 1000) + WS-CALC-DDD.
       H240-END. EXIT.

       H250-NEXT-MONTH.
           SUBTRACT WS-MONTH-DAYS(WS-CALC-MONTH) FROM WS-CALC-DDD.
           ADD 1 TO WS-CALC-MONTH.
       H250-END. EXIT.

       H260-ADD-MONTH.
           ADD WS-MONTH-DAYS(WS-SUM-MONTH) TO WS-CALC-DDD.
           ADD 1 TO WS-SUM-MONTH.
       H260-END. EXIT.

       H280-LEAP-DAYS.
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
       H280-END. EXIT.

       H300-WRITE-GEN-TRAILER.
           MOVE SPACES TO GEN-TRL.
           MOVE 9            TO GENT-TYPE.
           MOVE WS-CNT-GEN   TO GENT-REC-COUNT.
           MOVE WS-GEN-HASH  TO GENT-HASH-TOTAL.
           WRITE GEN-TRL.
       H300-END. EXIT.

       H310-UPDATE-CYCLE.
           OPEN OUTPUT SCY-FILE.
           IF SCY-FILE-SUCCESS
              MOVE WS-GEN-CYCLE TO SCY-LAST-CYCLE
              WRITE SCY-REC
           ELSE
              DISPLAY 'UNABLE TO UPDATE SOCYCLE: ' ST-SCY
           END-IF.
           CLOSE SCY-FILE.
       H310-END. EXIT.

       H900-WRITE-TRAILER.
           WRITE RPT-REC FROM TRAILER-1.
           MOVE 'ORDERS SCANNED          :' TO TRL-LABEL-O.
           MOVE WS-CNT-SCANNED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'TRANSFERS GENERATED     :' TO TRL-LABEL-O.
           MOVE WS-CNT-GEN TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'ORDERS ENDED            :' TO TRL-LABEL-O.
           MOVE WS-CNT-ENDED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE WS-GEN-HASH TO TRL-HASH-O.
           WRITE RPT-REC FROM TRAILER-HASH.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-FILE.
           CLOSE SO-FILE.
           CLOSE GEN-FILE.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
