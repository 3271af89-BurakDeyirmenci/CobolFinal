       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGT039.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-FILE ASSIGN TO SNAPFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY SNAP-KEY
                            STATUS ST-SNAP.
           SELECT BRN-FILE  ASSIGN TO BRNFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY BRN-DVZ
                            STATUS ST-BRN.
           SELECT RPT-FILE  ASSIGN TO TRNDRPT
                            STATUS ST-RPT.
           SELECT RUN-FILE  ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY RUN-KEY
                            STATUS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAP-FILE.
         01  SNAP-REC.
           05 SNAP-KEY.
              07 SNAP-DATE    PIC 9(07).
              07 SNAP-DVZ     PIC 9(03).
           05 SNAP-ACCOUNTS   PIC 9(07).
           05 SNAP-ACTIVE     PIC 9(07).
           05 SNAP-FROZEN     PIC 9(07).
           05 SNAP-BALANCE    PIC S9(15) COMP-3.
           05 SNAP-NEG-BALANCE PIC S9(15) COMP-3.
           05 SNAP-NEW        PIC 9(07).
           05 SNAP-DELETED    PIC 9(07).
           05 SNAP-RUN-DATE   PIC 9(07).
           05 SNAP-RUN-TIME   PIC 9(08).
       FD  BRN-FILE.
         01  BRN-REC.
           05 BRN-DVZ        PIC S9(3) COMP.
           05 BRN-NAME       PIC X(20).
           05 BRN-STATUS     PIC X(01).
              88 BRN-OPEN                       VALUE 'O'.
              88 BRN-CLOSED                     VALUE 'C'.
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC          PIC X(110).
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
                              'BRANCH POSITION TREND     '.
         05  FILLER         PIC X(07) VALUE ' FROM: '.
         05  HDR-FROM-O     PIC 9(07).
         05  FILLER         PIC X(05) VALUE ' TO: '.
         05  HDR-TO-O       PIC 9(07).
         05  FILLER         PIC X(01) VALUE ' '.
         05  HDR-MODE-O     PIC X(14).
         05  FILLER         PIC X(11) VALUE ' RUN DATE: '.
         05  HDR-DATE-O     PIC 9(07).
      *
       01  HEADER-1.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE 'Dvz'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(20) VALUE 'Branch              '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(16) VALUE 'Measure         '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '           From'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '             To'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(16) VALUE '          Change'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(08) VALUE ' Change%'.
      *
       01  HEADER-2.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE '---'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(20) VALUE '--------------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(16) VALUE '----------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(16) VALUE '----------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(08) VALUE '--------'.
      *----------------------------------------------------------------*
      *    HEADER AREA END                                             *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DETAIL AREA START                                           *
      *----------------------------------------------------------------*
       01  DETAIL-LINE.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-DVZ-O      PIC X(03).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-NAME-O     PIC X(20).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-MEASURE-O  PIC X(16).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-FROM-O     PIC -(14)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-TO-O       PIC -(14)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-CHANGE-O   PIC -(15)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-PCT-X      PIC X(08).
         05  DET-PCT-O      REDEFINES DET-PCT-X
                            PIC -(5)9.9.
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
      *----------------------------------------------------------------*
      *    TRAILER AREA END                                            *
      *----------------------------------------------------------------*
       01  WS-MONTH-TABLE.
         05  WS-MONTH-VALUES PIC X(24) VALUE
                              '312831303130313130313031'.
         05  WS-MONTH-DAYS REDEFINES WS-MONTH-VALUES
                            PIC 9(02) OCCURS 12.
      *
       01  WS-MEASURE-TABLE.
         05  WS-MEASURE-VALUES.
           10  FILLER       PIC X(16) VALUE 'ACCOUNTS        '.
           10  FILLER       PIC X(16) VALUE 'ACTIVE          '.
           10  FILLER       PIC X(16) VALUE 'FROZEN          '.
           10  FILLER       PIC X(16) VALUE 'TOTAL BALANCE   '.
           10  FILLER       PIC X(16) VALUE 'NEGATIVE BALANCE'.
         05  WS-MEASURE-NAME REDEFINES WS-MEASURE-VALUES
                            PIC X(16) OCCURS 5.
      *
       01  WS-WORK-AREA.
         05 ST-SNAP        PIC 9(2).
              88 SNAP-FILE-SUCCESS              VALUE 0 97.
         05 ST-BRN         PIC 9(2).
              88 BRN-FILE-SUCCESS               VALUE 0 97.
         05 WS-BRN-FILE-OK PIC X(01) VALUE 'N'.
              88 BRN-FILE-OK                    VALUE 'Y'.
         05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
         05 WS-PARM-X      PIC X(17) VALUE SPACES.
         05 WS-PARM-MODE   PIC X(01) VALUE SPACES.
              88 PARM-DATES                     VALUE 'D'.
              88 PARM-MONTHS                    VALUE 'M'.
         05 WS-PARM-FROM   PIC 9(07) VALUE ZERO.
         05 WS-PARM-TO     PIC 9(07) VALUE ZERO.
         05 WS-FROM-DATE   PIC 9(07) VALUE ZERO.
         05 WS-TO-DATE     PIC 9(07) VALUE ZERO.
         05 WS-FIND-LOW    PIC 9(07) VALUE ZERO.
         05 WS-FIND-HIGH   PIC 9(07) VALUE ZERO.
         05 WS-FIND-DATE   PIC 9(07) VALUE ZERO.
         05 WS-SCAN-DONE   PIC X(01) VALUE 'N'.
              88 SNAP-SCAN-DONE                 VALUE 'Y'.
         05 WS-CALC-DATE   PIC 9(07) VALUE ZERO.
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
         05 WS-IX          PIC 9(04) COMP VALUE ZERO.
         05 WS-MX          PIC 9(02) COMP VALUE ZERO.
         05 WS-SX          PIC 9(01) COMP VALUE ZERO.
         05 WS-DVZ-NUM     PIC 9(03) VALUE ZERO.
         05 WS-CHANGE      PIC S9(16) COMP-3 VALUE ZERO.
         05 WS-BASE        PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-PCT         PIC S9(05)V9 COMP-3 VALUE ZERO.
         05 WS-CNT-BRANCHES PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-FROM-ONLY PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-TO-ONLY PIC 9(07) COMP VALUE ZERO.
         05 ST-RUN         PIC 9(2).
              88 RUN-FILE-SUCCESS               VALUE 0 97.
         05 WS-CTL-DATE    PIC 9(07) VALUE ZERO.
         05 WS-CTL-TIME    PIC 9(08) VALUE ZERO.
      *
      *    ONE ENTRY PER DVZ (DVZ + 1), ENTRY 1001 IS THE ALL-BRANCH
      *    TOTAL; SIDE 1 IS THE FROM SNAPSHOT, SIDE 2 THE TO SNAPSHOT
       01  WS-TRD-TABLE.
         05 WS-TRD-ENTRY   OCCURS 1001.
            10 TRD-T-SIDE     OCCURS 2.
               15 TRD-T-FOUND    PIC X(01).
                  88 TRD-FOUND                VALUE 'Y'.
               15 TRD-T-VALUE    PIC S9(15) COMP-3 OCCURS 5.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-RUN-CONTROL-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-SELECT-DATES.
           PERFORM H150-WRITE-HEADERS.
           MOVE 1            TO WS-SX.
           MOVE WS-FROM-DATE TO WS-FIND-DATE.
           PERFORM H300-LOAD-SNAPSHOT.
           MOVE 2            TO WS-SX.
           MOVE WS-TO-DATE   TO WS-FIND-DATE.
           PERFORM H300-LOAD-SNAPSHOT.
           PERFORM H400-PRINT-BRANCH
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 1000.
           MOVE 1001 TO WS-IX.
           WRITE RPT-REC FROM HEADER-2.
           PERFORM H410-PRINT-MEASURE
              VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5.
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
           MOVE 'PBEGT039' TO RUN-JOB.
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
                    DISPLAY 'PBEGT039 ALREADY RUN FOR ' WS-CTL-DATE
                            ' STATUS ' RUN-STATUS
                    MOVE 12 TO RETURN-CODE
                    CLOSE RUN-FILE
                    GOBACK
                 END-IF
           END-READ.
       H050-END. EXIT.

       H940-RUN-CONTROL-END.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'PBEGT039' TO RUN-JOB.
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
           OPEN INPUT SNAP-FILE.
           IF NOT SNAP-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN SNAPFILE: ' ST-SNAP
           MOVE ST-SNAP TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN TRNDRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT BRN-FILE.
           IF BRN-FILE-SUCCESS
              SET BRN-FILE-OK TO TRUE
           END-IF.

           ACCEPT WS-RUN-DATE FROM DAY YYYYDDD.
           PERFORM H105-CLEAR-ENTRY
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 1001.
       H100-END. EXIT.

       H105-CLEAR-ENTRY.
           PERFORM H106-CLEAR-SIDE
              VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 2.
       H105-END. EXIT.

       H106-CLEAR-SIDE.
           MOVE 'N' TO TRD-T-FOUND (WS-IX, WS-SX).
           PERFORM H107-CLEAR-VALUE
              VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5.
       H106-END. EXIT.

       H107-CLEAR-VALUE.
           MOVE ZERO TO TRD-T-VALUE (WS-IX, WS-SX, WS-MX).
       H107-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE WS-FROM-DATE TO HDR-FROM-O.
           MOVE WS-TO-DATE   TO HDR-TO-O.
           MOVE WS-RUN-DATE  TO HDR-DATE-O.
           IF PARM-DATES
              MOVE '(DATES)       ' TO HDR-MODE-O
           ELSE
              MOVE '(MONTH-ENDS)  ' TO HDR-MODE-O
           END-IF.
           WRITE RPT-REC FROM HEADER-0.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
       H150-END. EXIT.

      *----------------------------------------------------------------*
      *    PARM 'D YYYYDDD YYYYDDD' COMPARES TWO SNAPSHOT DATES;       *
      *    PARM 'M YYYYDDD YYYYDDD' COMPARES THE LAST SNAPSHOTS OF THE *
      *    TWO MONTHS CONTAINING THOSE DATES; NO PARM COMPARES THE     *
      *    LATEST SNAPSHOT WITH THE LAST ONE OF THE MONTH BEFORE IT    *
      *----------------------------------------------------------------*
       H200-SELECT-DATES.
           ACCEPT WS-PARM-X.
           MOVE WS-PARM-X(1:1) TO WS-PARM-MODE.
           IF WS-PARM-X NOT = SPACES
              AND NOT PARM-DATES AND NOT PARM-MONTHS
              DISPLAY 'INVALID PARM: ' WS-PARM-X
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF PARM-DATES OR PARM-MONTHS
              IF WS-PARM-X(3:7) IS NUMERIC
                 AND WS-PARM-X(11:7) IS NUMERIC
                 MOVE WS-PARM-X(3:7)  TO WS-PARM-FROM
                 MOVE WS-PARM-X(11:7) TO WS-PARM-TO
              ELSE
                 DISPLAY 'INVALID PARM: ' WS-PARM-X
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN PARM-DATES
                 MOVE WS-PARM-FROM TO WS-FIND-LOW
                 MOVE WS-PARM-FROM TO WS-FIND-HIGH
                 PERFORM H210-FIND-LATEST
                 MOVE WS-FIND-DATE TO WS-FROM-DATE
                 MOVE WS-PARM-TO   TO WS-FIND-LOW
                 MOVE WS-PARM-TO   TO WS-FIND-HIGH
                 PERFORM H210-FIND-LATEST
                 MOVE WS-FIND-DATE TO WS-TO-DATE
              WHEN PARM-MONTHS
                 MOVE WS-PARM-FROM TO WS-CALC-DATE
                 PERFORM H220-MONTH-RANGE
                 MOVE WS-MONTH-FROM TO WS-FIND-LOW
                 MOVE WS-MONTH-TO   TO WS-FIND-HIGH
                 PERFORM H210-FIND-LATEST
                 MOVE WS-FIND-DATE TO WS-FROM-DATE
                 MOVE WS-PARM-TO   TO WS-CALC-DATE
                 PERFORM H220-MONTH-RANGE
                 MOVE WS-MONTH-FROM TO WS-FIND-LOW
                 MOVE WS-MONTH-TO   TO WS-FIND-HIGH
                 PERFORM H210-FIND-LATEST
                 MOVE WS-FIND-DATE TO WS-TO-DATE
              WHEN OTHER
                 MOVE 'M'     TO WS-PARM-MODE
                 MOVE ZERO    TO WS-FIND-LOW
                 MOVE 9999999 TO WS-FIND-HIGH
                 PERFORM H210-FIND-LATEST
                 MOVE WS-FIND-DATE TO WS-TO-DATE
                 IF WS-TO-DATE NOT = ZERO
                    MOVE WS-TO-DATE TO WS-CALC-DATE
                    PERFORM H220-MONTH-RANGE
                    MOVE ZERO TO WS-FIND-LOW
                    COMPUTE WS-FIND-HIGH = WS-MONTH-FROM - 1
                    PERFORM H210-FIND-LATEST
                    MOVE WS-FIND-DATE TO WS-FROM-DATE
                 END-IF
           END-EVALUATE.

           IF WS-FROM-DATE = ZERO OR WS-TO-DATE = ZERO
              DISPLAY 'NO SNAPSHOT FOUND FOR COMPARISON, FROM '
                      WS-FROM-DATE ' TO ' WS-TO-DATE
                      ' PARM ' WS-PARM-X
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H200-END. EXIT.

      *----------------------------------------------------------------*
      *    LATEST SNAPSHOT DATE BETWEEN WS-FIND-LOW AND WS-FIND-HIGH,  *
      *    ZERO WHEN THERE IS NONE                                     *
      *----------------------------------------------------------------*
       H210-FIND-LATEST.
           MOVE ZERO        TO WS-FIND-DATE.
           MOVE 'N'         TO WS-SCAN-DONE.
           MOVE WS-FIND-LOW TO SNAP-DATE.
           MOVE ZERO        TO SNAP-DVZ.
           START SNAP-FILE KEY IS NOT LESS THAN SNAP-KEY
              INVALID KEY SET SNAP-SCAN-DONE TO TRUE
           END-START.
           PERFORM H215-NEXT-DATE UNTIL SNAP-SCAN-DONE.
       H210-END. EXIT.

       H215-NEXT-DATE.
           READ SNAP-FILE NEXT RECORD
              AT END SET SNAP-SCAN-DONE TO TRUE
           END-READ.
           IF NOT SNAP-SCAN-DONE
              IF SNAP-DATE > WS-FIND-HIGH
                 SET SNAP-SCAN-DONE TO TRUE
              ELSE
                 MOVE SNAP-DATE TO WS-FIND-DATE
              END-IF
           END-IF.
       H215-END. EXIT.

       H220-MONTH-RANGE.
           DIVIDE WS-CALC-DATE BY 1000
                  GIVING WS-CALC-YEAR REMAINDER WS-CALC-DDD.
           PERFORM H225-LEAP-DAYS.
           MOVE WS-CALC-DDD TO WS-CALC-DAY.
           MOVE 1 TO WS-CALC-MONTH.
           PERFORM H222-NEXT-MONTH
              UNTIL WS-CALC-DAY NOT > WS-MONTH-DAYS(WS-CALC-MONTH)
                 OR WS-CALC-MONTH = 12.
           COMPUTE WS-MONTH-FROM = (WS-CALC-YEAR * 1000)
                                 + WS-CALC-DDD - WS-CALC-DAY + 1.
           COMPUTE WS-MONTH-TO   = WS-MONTH-FROM
                                 + WS-MONTH-DAYS(WS-CALC-MONTH) - 1.
       H220-END. EXIT.

       H222-NEXT-MONTH.
           SUBTRACT WS-MONTH-DAYS(WS-CALC-MONTH) FROM WS-CALC-DAY.
           ADD 1 TO WS-CALC-MONTH.
       H222-END. EXIT.

       H225-LEAP-DAYS.
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
       H225-END. EXIT.

      *----------------------------------------------------------------*
      *    LOAD EVERY BRANCH OF ONE SNAPSHOT DATE INTO SIDE WS-SX      *
      *----------------------------------------------------------------*
       H300-LOAD-SNAPSHOT.
           MOVE 'N'          TO WS-SCAN-DONE.
           MOVE WS-FIND-DATE TO SNAP-DATE.
           MOVE ZERO         TO SNAP-DVZ.
           START SNAP-FILE KEY IS NOT LESS THAN SNAP-KEY
              INVALID KEY SET SNAP-SCAN-DONE TO TRUE
           END-START.
           PERFORM H310-LOAD-BRANCH UNTIL SNAP-SCAN-DONE.
       H300-END. EXIT.

       H310-LOAD-BRANCH.
           READ SNAP-FILE NEXT RECORD
              AT END SET SNAP-SCAN-DONE TO TRUE
           END-READ.
           IF NOT SNAP-SCAN-DONE
              IF SNAP-DATE NOT = WS-FIND-DATE
                 SET SNAP-SCAN-DONE TO TRUE
              ELSE
                 COMPUTE WS-IX = SNAP-DVZ + 1
                 MOVE 'Y' TO TRD-T-FOUND (WS-IX, WS-SX)
                 MOVE SNAP-ACCOUNTS
                   TO TRD-T-VALUE (WS-IX, WS-SX, 1)
                 MOVE SNAP-ACTIVE
                   TO TRD-T-VALUE (WS-IX, WS-SX, 2)
                 MOVE SNAP-FROZEN
                   TO TRD-T-VALUE (WS-IX, WS-SX, 3)
                 MOVE SNAP-BALANCE
                   TO TRD-T-VALUE (WS-IX, WS-SX, 4)
                 MOVE SNAP-NEG-BALANCE
                   TO TRD-T-VALUE (WS-IX, WS-SX, 5)
                 ADD SNAP-ACCOUNTS
                   TO TRD-T-VALUE (1001, WS-SX, 1)
                 ADD SNAP-ACTIVE
                   TO TRD-T-VALUE (1001, WS-SX, 2)
                 ADD SNAP-FROZEN
                   TO TRD-T-VALUE (1001, WS-SX, 3)
                 ADD SNAP-BALANCE
                   TO TRD-T-VALUE (1001, WS-SX, 4)
                 ADD SNAP-NEG-BALANCE
                   TO TRD-T-VALUE (1001, WS-SX, 5)
              END-IF
           END-IF.
       H310-END. EXIT.

       H400-PRINT-BRANCH.
           IF TRD-FOUND (WS-IX, 1) OR TRD-FOUND (WS-IX, 2)
              ADD 1 TO WS-CNT-BRANCHES
              IF NOT TRD-FOUND (WS-IX, 2)
                 ADD 1 TO WS-CNT-FROM-ONLY
              END-IF
              IF NOT TRD-FOUND (WS-IX, 1)
                 ADD 1 TO WS-CNT-TO-ONLY
              END-IF
              PERFORM H410-PRINT-MEASURE
                 VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 5
              MOVE SPACES TO RPT-REC
              WRITE RPT-REC
           END-IF.
       H400-END. EXIT.

      *----------------------------------------------------------------*
      *    PERCENTAGE IS THE CHANGE OVER THE SIZE OF THE FROM VALUE;   *
      *    N/A WHEN THE FROM VALUE IS ZERO                             *
      *----------------------------------------------------------------*
       H410-PRINT-MEASURE.
           IF WS-MX = 1
              IF WS-IX > 1000
                 MOVE SPACES         TO DET-DVZ-O
                 MOVE 'ALL BRANCHES' TO DET-NAME-O
              ELSE
                 COMPUTE WS-DVZ-NUM = WS-IX - 1
                 MOVE WS-DVZ-NUM TO DET-DVZ-O
                 PERFORM H420-LOOKUP-BRANCH
              END-IF
           ELSE
              MOVE SPACES TO DET-DVZ-O
              MOVE SPACES TO DET-NAME-O
           END-IF.
           MOVE WS-MEASURE-NAME (WS-MX) TO DET-MEASURE-O.
           MOVE TRD-T-VALUE (WS-IX, 1, WS-MX) TO DET-FROM-O.
           MOVE TRD-T-VALUE (WS-IX, 2, WS-MX) TO DET-TO-O.
           COMPUTE WS-CHANGE = TRD-T-VALUE (WS-IX, 2, WS-MX)
                             - TRD-T-VALUE (WS-IX, 1, WS-MX).
           MOVE WS-CHANGE TO DET-CHANGE-O.
           MOVE TRD-T-VALUE (WS-IX, 1, WS-MX) TO WS-BASE.
           IF WS-BASE < ZERO
              COMPUTE WS-BASE = ZERO - WS-BASE
           END-IF.
           IF WS-BASE = ZERO
              MOVE '     N/A' TO DET-PCT-X
           ELSE
              COMPUTE WS-PCT ROUNDED = WS-CHANGE * 100 / WS-BASE
                 ON SIZE ERROR
                    MOVE '   *****' TO DET-PCT-X
                 NOT ON SIZE ERROR
                    MOVE WS-PCT TO DET-PCT-O
              END-COMPUTE
           END-IF.
           WRITE RPT-REC FROM DETAIL-LINE.
       H410-END. EXIT.

       H420-LOOKUP-BRANCH.
           MOVE SPACES TO DET-NAME-O.
           IF BRN-FILE-OK
              MOVE WS-DVZ-NUM TO BRN-DVZ
              READ BRN-FILE KEY BRN-DVZ
                INVALID KEY
                    MOVE '*UNKNOWN*' TO DET-NAME-O
                NOT INVALID KEY
                    MOVE BRN-NAME TO DET-NAME-O
              END-READ
           END-IF.
       H420-END. EXIT.

       H900-WRITE-TRAILER.
           WRITE RPT-REC FROM TRAILER-1.
           MOVE 'BRANCHES COMPARED       :' TO TRL-LABEL-O.
           MOVE WS-CNT-BRANCHES TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'ONLY IN FROM SNAPSHOT   :' TO TRL-LABEL-O.
           MOVE WS-CNT-FROM-ONLY TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'ONLY IN TO SNAPSHOT     :' TO TRL-LABEL-O.
           MOVE WS-CNT-TO-ONLY TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-FILE.
           CLOSE SNAP-FILE.
           IF BRN-FILE-OK
              CLOSE BRN-FILE
           END-IF.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
