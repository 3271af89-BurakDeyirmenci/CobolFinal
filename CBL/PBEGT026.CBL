       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGT026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE  ASSIGN TO SOTXN
                            STATUS ST-TXN.
           SELECT SO-FILE   ASSIGN TO SOFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY SO-NO
                            STATUS ST-SO.
           SELECT RPT-FILE  ASSIGN TO SOMRPT
                            STATUS ST-RPT.
           SELECT NUM-FILE  ASSIGN TO NUMCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY NUM-DVZ
                            STATUS ST-NUM.
           SELECT RUN-FILE  ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY RUN-KEY
                            STATUS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE RECORDING MODE F.
         01  TXN-REC.
           05 TXN-ACTION     PIC X(02).
              88 TXN-SO-ADD                     VALUE 'SA'.
              88 TXN-SO-CANCEL                  VALUE 'SC'.
              88 TXN-SO-RESUME                  VALUE 'SR'.
              88 TXN-VALID-ACTION               VALUES 'SA' 'SC' 'SR'.
           05 TXN-SO-NO-X    PIC X(06).
           05 TXN-FROM-ID-X  PIC X(05).
           05 TXN-FROM-DVZ-X PIC X(03).
           05 TXN-TO-ID-X    PIC X(05).
           05 TXN-TO-DVZ-X   PIC X(03).
           05 TXN-AMOUNT     PIC S9(15) SIGN IS LEADING SEPARATE.
           05 TXN-FREQ       PIC X(01).
           05 TXN-START-X    PIC X(07).
           05 TXN-END-X      PIC X(07).
           05 FILLER         PIC X(25).
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
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC          PIC X(133).
       FD  NUM-FILE.
         01  NUM-REC.
           05 NUM-DVZ        PIC S9(3) COMP.
           05 NUM-NEXT       PIC 9(05).
           05 NUM-CHECK      PIC X(01).
              88 NUM-CHECK-ON                   VALUE 'Y'.
           05 NUM-LAST-ID    PIC 9(05).
           05 NUM-LAST-DATE  PIC 9(07).
           05 NUM-ASSIGNED   PIC 9(07).
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
                              'STANDING ORDER MAINTENANCE'.
         05  FILLER         PIC X(11) VALUE ' RUN DATE: '.
         05  HDR-DATE-O     PIC 9(07).
      *
       01  HEADER-1.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE 'Act'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(06) VALUE 'SO No '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(26) VALUE
                              'Before                    '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(26) VALUE
                              'After                     '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE 'Amount         '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(08) VALUE 'Status  '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(25) VALUE 'Reason                   '.
      *
       01  HEADER-2.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE '---'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(06) VALUE '------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(26) VALUE
                              '--------------------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(26) VALUE
                              '--------------------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(08) VALUE '--------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(25) VALUE '-------------------------'.
      *----------------------------------------------------------------*
      *    HEADER AREA END                                             *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DETAIL AREA START                                           *
      *----------------------------------------------------------------*
       01  DETAIL-LINE.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-ACTION-O   PIC X(03).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-SO-NO-O    PIC X(06).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-BEFORE-O   PIC X(26).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-AFTER-O    PIC X(26).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-AMOUNT-O   PIC -(14)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-STATUS-O   PIC X(08).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-REASON-O   PIC X(25).
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
       01  WS-WORK-AREA.
         05 ST-TXN         PIC 9(2).
              88 TXN-FILE-SUCCESS               VALUE 0 97.
              88 TXN-FILE-EOF                   VALUE 10.
         05 ST-SO          PIC 9(2).
              88 SO-FILE-SUCCESS                VALUE 0 97.
         05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
         05 ST-NUM         PIC 9(2).
              88 NUM-FILE-SUCCESS               VALUE 0 97.
         05 WS-NUM-FILE-OK PIC X(01) VALUE 'N'.
              88 NUM-FILE-OK                    VALUE 'Y'.
         05 WS-CHK-DVZ     PIC 9(03) VALUE ZERO.
         05 WS-CHK-ID      PIC 9(05) VALUE ZERO.
         05 WS-CHK-DIGITS REDEFINES WS-CHK-ID.
            10 WS-CHK-D1   PIC 9(01).
            10 WS-CHK-D2   PIC 9(01).
            10 WS-CHK-D3   PIC 9(01).
            10 WS-CHK-D4   PIC 9(01).
            10 WS-CHK-D5   PIC 9(01).
         05 WS-CHK-SUM     PIC 9(03) COMP VALUE ZERO.
         05 WS-CHK-QUOT    PIC 9(03) COMP VALUE ZERO.
         05 WS-CHK-REM     PIC 9(02) COMP VALUE ZERO.
         05 WS-CHK-DIGIT   PIC 9(02) COMP VALUE ZERO.
         05 WS-CHK-RESULT  PIC X(01) VALUE 'N'.
              88 CHECK-DIGIT-BAD                VALUE 'Y'.
         05 WS-RUN-DATE    PIC 9(07) VALUE ZERO.
         05 WS-TXN-SO-NO   PIC 9(06) VALUE ZERO.
         05 WS-START-DATE  PIC 9(07) VALUE ZERO.
         05 WS-END-DATE    PIC 9(07) VALUE ZERO.
         05 WS-AMOUNT-LIMIT PIC 9(12) VALUE 999999999999.
         05 WS-CALC-YEAR   PIC 9(04) COMP VALUE ZERO.
         05 WS-CALC-DDD    PIC S9(07) COMP VALUE ZERO.
         05 WS-CALC-MONTH  PIC 9(02) COMP VALUE ZERO.
         05 WS-YEAR-DAYS   PIC 9(03) COMP VALUE ZERO.
         05 WS-LEAP-QUOT   PIC 9(04) COMP VALUE ZERO.
         05 WS-LEAP-REM    PIC 9(04) COMP VALUE ZERO.
         05 WS-REC-FOUND   PIC X(01) VALUE 'N'.
              88 REC-FOUND                      VALUE 'Y'.
         05 WS-TXN-OK      PIC X(01) VALUE 'Y'.
              88 TXN-FIELDS-OK                  VALUE 'Y'.
         05 WS-CNT-READ    PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-APPLIED PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-REJECT  PIC 9(07) COMP VALUE ZERO.
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
           PERFORM H200-PROCESS UNTIL TXN-FILE-EOF.
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
           MOVE 'PBEGT026' TO RUN-JOB.
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
                    DISPLAY 'PBEGT026 ALREADY RUN FOR ' WS-CTL-DATE
                            ' STATUS ' RUN-STATUS
                    MOVE 12 TO RETURN-CODE
                    CLOSE RUN-FILE
                    GOBACK
                 END-IF
           END-READ.
       H050-END. EXIT.

       H940-RUN-CONTROL-END.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'PBEGT026' TO RUN-JOB.
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
           OPEN INPUT TXN-FILE.
           IF NOT TXN-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN SOTXN: ' ST-TXN
           MOVE ST-TXN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN I-O SO-FILE.
           IF NOT SO-FILE-SUCCESS
              IF ST-SO = 35
                 OPEN OUTPUT SO-FILE
                 CLOSE SO-FILE
                 OPEN I-O SO-FILE
              END-IF
              IF NOT SO-FILE-SUCCESS
                 DISPLAY 'UNABLE TO OPEN SOFILE: ' ST-SO
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN SOMRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT NUM-FILE.
           IF NUM-FILE-SUCCESS
              SET NUM-FILE-OK TO TRUE
           END-IF.

           ACCEPT WS-RUN-DATE FROM DAY YYYYDDD.
       H100-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE WS-RUN-DATE TO HDR-DATE-O.
           WRITE RPT-REC FROM HEADER-0.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
       H150-END. EXIT.

       H200-PROCESS.
           READ TXN-FILE.
           IF (NOT TXN-FILE-SUCCESS) AND (NOT TXN-FILE-EOF)
           DISPLAY 'UNABLE TO READ SOTXN: ' ST-TXN
           MOVE ST-TXN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT TXN-FILE-EOF
              ADD 1 TO WS-CNT-READ
              PERFORM H210-APPLY-TXN
           END-IF.
       H200-END. EXIT.

       H210-APPLY-TXN.
           MOVE TXN-ACTION  TO DET-ACTION-O.
           MOVE TXN-SO-NO-X TO DET-SO-NO-O.
           MOVE SPACES TO DET-BEFORE-O.
           MOVE SPACES TO DET-AFTER-O.
           MOVE SPACES TO DET-REASON-O.
           MOVE ZERO   TO DET-AMOUNT-O.

           IF NOT TXN-VALID-ACTION
              MOVE 'UNKNOWN ACTION CODE' TO DET-REASON-O
              PERFORM H290-REJECT
           ELSE
              IF TXN-SO-NO-X NOT NUMERIC OR TXN-SO-NO-X = '000000'
                 MOVE 'ORDER NUMBER NOT NUMERIC' TO DET-REASON-O
                 PERFORM H290-REJECT
              ELSE
                 MOVE TXN-SO-NO-X TO WS-TXN-SO-NO
                 EVALUATE TRUE
                    WHEN TXN-SO-ADD
                       PERFORM H300-ORDER-ADD
                    WHEN TXN-SO-CANCEL
                       PERFORM H310-ORDER-CANCEL
                    WHEN TXN-SO-RESUME
                       PERFORM H320-ORDER-RESUME
                 END-EVALUATE
              END-IF
           END-IF.
           WRITE RPT-REC FROM DETAIL-LINE.
       H210-END. EXIT.

       H220-READ-ORDER.
           MOVE 'N' TO WS-REC-FOUND.
           MOVE WS-TXN-SO-NO TO SO-NO.
           READ SO-FILE KEY SO-NO
             INVALID KEY CONTINUE
             NOT INVALID KEY SET REC-FOUND TO TRUE
           END-READ.
           IF REC-FOUND
              MOVE SPACES TO DET-BEFORE-O
              STRING SO-STATUS    DELIMITED BY SIZE
                     ' '          DELIMITED BY SIZE
                     SO-FREQ      DELIMITED BY SIZE
                     ' N:'        DELIMITED BY SIZE
                     SO-NEXT-DATE DELIMITED BY SIZE
                     ' E:'        DELIMITED BY SIZE
                     SO-END-DATE  DELIMITED BY SIZE
                INTO DET-BEFORE-O
              MOVE SO-AMOUNT TO DET-AMOUNT-O
           END-IF.
       H220-END. EXIT.

       H230-SHOW-ORDER-AFTER.
           MOVE SPACES TO DET-AFTER-O.
           STRING SO-STATUS    DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  SO-FREQ      DELIMITED BY SIZE
                  ' N:'        DELIMITED BY SIZE
                  SO-NEXT-DATE DELIMITED BY SIZE
                  ' E:'        DELIMITED BY SIZE
                  SO-END-DATE  DELIMITED BY SIZE
             INTO DET-AFTER-O.
           MOVE SO-AMOUNT TO DET-AMOUNT-O.
       H230-END. EXIT.

       H280-APPLIED.
           MOVE 'APPLIED ' TO DET-STATUS-O.
           ADD 1 TO WS-CNT-APPLIED.
       H280-END. EXIT.

       H290-REJECT.
           MOVE 'REJECTED' TO DET-STATUS-O.
           ADD 1 TO WS-CNT-REJECT.
       H290-END. EXIT.

       H300-ORDER-ADD.
           PERFORM H220-READ-ORDER.
           IF REC-FOUND
              MOVE 'ORDER ALREADY ON FILE' TO DET-REASON-O
              PERFORM H290-REJECT
           ELSE
              PERFORM H400-EDIT-ORDER
              IF TXN-FIELDS-OK
                 MOVE WS-TXN-SO-NO   TO SO-NO
                 MOVE TXN-FROM-ID-X  TO SO-FROM-ID
                 MOVE TXN-FROM-DVZ-X TO SO-FROM-DVZ
                 MOVE TXN-TO-ID-X    TO SO-TO-ID
                 MOVE TXN-TO-DVZ-X   TO SO-TO-DVZ
                 MOVE TXN-AMOUNT     TO SO-AMOUNT
                 MOVE TXN-FREQ       TO SO-FREQ
                 MOVE WS-START-DATE  TO SO-NEXT-DATE
                 MOVE WS-END-DATE    TO SO-END-DATE
                 PERFORM H450-DAY-OF-MONTH
                 MOVE WS-CALC-DDD    TO SO-DAY
                 MOVE 'A'            TO SO-STATUS
                 MOVE ZERO           TO SO-LAST-DATE
                 MOVE ZERO           TO SO-LAST-RC
                 MOVE SPACES         TO SO-LAST-DESC
                 WRITE SO-REC
                    INVALID KEY
                       MOVE 'WRITE FAILED' TO DET-REASON-O
                       PERFORM H290-REJECT
                    NOT INVALID KEY
                       PERFORM H230-SHOW-ORDER-AFTER
                       PERFORM H280-APPLIED
                 END-WRITE
              END-IF
           END-IF.
       H300-END. EXIT.

       H310-ORDER-CANCEL.
           PERFORM H220-READ-ORDER.
           IF NOT REC-FOUND
              MOVE 'ORDER NOT ON FILE' TO DET-REASON-O
              PERFORM H290-REJECT
           ELSE
              IF SO-CANCELLED
                 MOVE 'ORDER ALREADY CANCELLED' TO DET-REASON-O
                 PERFORM H290-REJECT
              ELSE
                 MOVE 'C' TO SO-STATUS
                 REWRITE SO-REC
                 PERFORM H230-SHOW-ORDER-AFTER
                 PERFORM H280-APPLIED
              END-IF
           END-IF.
       H310-END. EXIT.

       H320-ORDER-RESUME.
           PERFORM H220-READ-ORDER.
           IF NOT REC-FOUND
              MOVE 'ORDER NOT ON FILE' TO DET-REASON-O
              PERFORM H290-REJECT
           ELSE
              IF NOT SO-EXCEPTION
                 MOVE 'ORDER NOT IN EXCEPTION' TO DET-REASON-O
                 PERFORM H290-REJECT
              ELSE
                 IF TXN-START-X NOT = SPACES
                    PERFORM H410-EDIT-START
                 ELSE
                    MOVE 'Y' TO WS-TXN-OK
                    MOVE SO-NEXT-DATE TO WS-START-DATE
                 END-IF
                 IF TXN-FIELDS-OK
                    MOVE WS-START-DATE TO SO-NEXT-DATE
                    MOVE 'A' TO SO-STATUS
                    MOVE ZERO TO SO-LAST-RC
                    MOVE SPACES TO SO-LAST-DESC
                    REWRITE SO-REC
                    PERFORM H230-SHOW-ORDER-AFTER
                    PERFORM H280-APPLIED
                 END-IF
              END-IF
           END-IF.
       H320-END. EXIT.

       H400-EDIT-ORDER.
           MOVE 'Y' TO WS-TXN-OK.
           IF TXN-FROM-ID-X NOT NUMERIC OR TXN-FROM-ID-X = '00000'
              OR TXN-FROM-DVZ-X NOT NUMERIC
              MOVE 'FROM ACCOUNT NOT NUMERIC' TO DET-REASON-O
              PERFORM H490-EDIT-FAILED
           END-IF.
           IF TXN-FIELDS-OK
              IF TXN-TO-ID-X NOT NUMERIC OR TXN-TO-ID-X = '00000'
                 OR TXN-TO-DVZ-X NOT NUMERIC
                 MOVE 'TO ACCOUNT NOT NUMERIC' TO DET-REASON-O
                 PERFORM H490-EDIT-FAILED
              END-IF
           END-IF.
           IF TXN-FIELDS-OK
              PERFORM H420-EDIT-CHECK-DIGITS
           END-IF.
           IF TXN-FIELDS-OK
              IF TXN-FROM-ID-X = TXN-TO-ID-X
                 AND TXN-FROM-DVZ-X = TXN-TO-DVZ-X
                 MOVE 'FROM AND TO ARE SAME' TO DET-REASON-O
                 PERFORM H490-EDIT-FAILED
              END-IF
           END-IF.
           IF TXN-FIELDS-OK
              IF TXN-AMOUNT NOT NUMERIC
                 MOVE 'AMOUNT NOT NUMERIC' TO DET-REASON-O
                 PERFORM H490-EDIT-FAILED
              ELSE
                 IF TXN-AMOUNT NOT > ZERO
                    OR TXN-AMOUNT > WS-AMOUNT-LIMIT
                    MOVE 'AMOUNT OUT OF RANGE' TO DET-REASON-O
                    PERFORM H490-EDIT-FAILED
                 END-IF
              END-IF
           END-IF.
           IF TXN-FIELDS-OK
              IF TXN-FREQ NOT = 'W' AND TXN-FREQ NOT = 'M'
                 MOVE 'FREQUENCY NOT W OR M' TO DET-REASON-O
                 PERFORM H490-EDIT-FAILED
              END-IF
           END-IF.
           IF TXN-FIELDS-OK
              PERFORM H410-EDIT-START
           END-IF.
           IF TXN-FIELDS-OK
              IF TXN-END-X = SPACES OR TXN-END-X = '0000000'
                 MOVE ZERO TO WS-END-DATE
              ELSE
                 IF TXN-END-X NOT NUMERIC
                    MOVE 'END DATE NOT NUMERIC' TO DET-REASON-O
                    PERFORM H490-EDIT-FAILED
                 ELSE
                    MOVE TXN-END-X TO WS-END-DATE
                    IF WS-END-DATE < WS-START-DATE
                       MOVE 'END DATE BEFORE START' TO DET-REASON-O
                       PERFORM H490-EDIT-FAILED
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H400-END. EXIT.

       H410-EDIT-START.
           MOVE 'Y' TO WS-TXN-OK.
           IF TXN-START-X NOT NUMERIC
              MOVE 'START DATE NOT NUMERIC' TO DET-REASON-O
              PERFORM H490-EDIT-FAILED
           ELSE
              MOVE TXN-START-X TO WS-START-DATE
              DIVIDE WS-START-DATE BY 1000
                     GIVING WS-CALC-YEAR REMAINDER WS-CALC-DDD
              PERFORM H460-LEAP-DAYS
              IF WS-CALC-DDD < 1 OR WS-CALC-DDD > WS-YEAR-DAYS
                 MOVE 'START DATE INVALID' TO DET-REASON-O
                 PERFORM H490-EDIT-FAILED
              ELSE
                 IF WS-START-DATE < WS-RUN-DATE
                    MOVE 'START DATE IN THE PAST' TO DET-REASON-O
                    PERFORM H490-EDIT-FAILED
                 END-IF
              END-IF
           END-IF.
       H410-END. EXIT.

      *----------------------------------------------------------------*
      *    CHECK DIGIT IS ONLY ENFORCED FOR A DVZ WHOSE NUMCTL ENTRY   *
      *    HAS IT SWITCHED ON, THE SAME RULE AS THE PBEGT009 EDIT.     *
      *----------------------------------------------------------------*
       H420-EDIT-CHECK-DIGITS.
           MOVE TXN-FROM-ID-X  TO WS-CHK-ID.
           MOVE TXN-FROM-DVZ-X TO WS-CHK-DVZ.
           PERFORM H425-VERIFY-CHECK-DIGIT.
           IF CHECK-DIGIT-BAD
              MOVE 'FROM ACCOUNT CHECK DIGIT' TO DET-REASON-O
              PERFORM H490-EDIT-FAILED
           END-IF.
           IF TXN-FIELDS-OK
              MOVE TXN-TO-ID-X  TO WS-CHK-ID
              MOVE TXN-TO-DVZ-X TO WS-CHK-DVZ
              PERFORM H425-VERIFY-CHECK-DIGIT
              IF CHECK-DIGIT-BAD
                 MOVE 'TO ACCOUNT CHECK DIGIT' TO DET-REASON-O
                 PERFORM H490-EDIT-FAILED
              END-IF
           END-IF.
       H420-END. EXIT.

       H425-VERIFY-CHECK-DIGIT.
           MOVE 'N' TO WS-CHK-RESULT.
           IF NUM-FILE-OK
              MOVE WS-CHK-DVZ TO NUM-DVZ
              READ NUM-FILE KEY NUM-DVZ
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF NUM-CHECK-ON
                       PERFORM H428-CHECK-DIGIT
                    END-IF
              END-READ
           END-IF.
       H425-END. EXIT.

       H428-CHECK-DIGIT.
           COMPUTE WS-CHK-SUM = (WS-CHK-D1 * 5) + (WS-CHK-D2 * 4)
                              + (WS-CHK-D3 * 3) + (WS-CHK-D4 * 2).
           DIVIDE WS-CHK-SUM BY 11
                  GIVING WS-CHK-QUOT REMAINDER WS-CHK-REM.
           IF WS-CHK-REM = ZERO
              MOVE ZERO TO WS-CHK-DIGIT
           ELSE
              COMPUTE WS-CHK-DIGIT = 11 - WS-CHK-REM
           END-IF.
           IF WS-CHK-DIGIT NOT = WS-CHK-D5
              SET CHECK-DIGIT-BAD TO TRUE
           END-IF.
       H428-END. EXIT.

       H450-DAY-OF-MONTH.
           DIVIDE WS-START-DATE BY 1000
                  GIVING WS-CALC-YEAR REMAINDER WS-CALC-DDD.
           PERFORM H460-LEAP-DAYS.
           MOVE 1 TO WS-CALC-MONTH.
           PERFORM H455-NEXT-MONTH
              UNTIL WS-CALC-DDD NOT > WS-MONTH-DAYS(WS-CALC-MONTH).
       H450-END. EXIT.

       H455-NEXT-MONTH.
           SUBTRACT WS-MONTH-DAYS(WS-CALC-MONTH) FROM WS-CALC-DDD.
           ADD 1 TO WS-CALC-MONTH.
       H455-END. EXIT.

       H460-LEAP-DAYS.
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
       H460-END. EXIT.

       H490-EDIT-FAILED.
           MOVE 'N' TO WS-TXN-OK.
           PERFORM H290-REJECT.
       H490-END. EXIT.

       H900-WRITE-TRAILER.
           WRITE RPT-REC FROM TRAILER-1.
           MOVE 'TRANSACTIONS READ       :' TO TRL-LABEL-O.
           MOVE WS-CNT-READ TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'CHANGES APPLIED         :' TO TRL-LABEL-O.
           MOVE WS-CNT-APPLIED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'CHANGES REJECTED        :' TO TRL-LABEL-O.
           MOVE WS-CNT-REJECT TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           IF WS-CNT-REJECT > ZERO AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-FILE.
           IF NUM-FILE-OK
              CLOSE NUM-FILE
           END-IF.
           CLOSE TXN-FILE.
           CLOSE SO-FILE.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
