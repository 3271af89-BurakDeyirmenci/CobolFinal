                            STATUS ST-ERR.
           SELECT RCY-FILE  ASSIGN TO RCYFILE
                            STATUS ST-RCY.
           SELECT SOG-FILE  ASSIGN TO SOGEN
                            STATUS ST-SOG.
           SELECT SMC-FILE  ASSIGN TO SOMCYC
                            STATUS ST-SMC.
           SELECT SRJ-FILE  ASSIGN TO SOREJ
                            STATUS ST-SRJ.
           SELECT NUM-FILE  ASSIGN TO NUMCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY NUM-DVZ
                            STATUS ST-NUM.
           SELECT RUN-FILE  ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
           05 FILLER         PIC X(03).
           05 XFER-TO-ID     PIC 9(05).
           05 XFER-TO-DVZ    PIC 9(03).
           05 XFER-SO-TAG    PIC X(02).
              88 XFER-STANDING-ORDER            VALUE 'SO'.
           05 XFER-SO-NO-X   PIC X(06).
           05 FILLER         PIC X(38).
         01  FLTIN-REV.
           05 FILLER         PIC X(09).
           05 REV-ORIG-DATE-X PIC X(07).
           05 REV-ORIG-TIME-X PIC X(08).
           05 REV-ORIG-SEQ-X  PIC X(07).
           05 FILLER         PIC X(32).
         01  FLTIN-HOLD.
           05 FILLER         PIC X(09).
           05 HOLD-REASON-X  PIC X(15).
           05 HOLD-EXPIRY-X  PIC X(07).
           05 FILLER         PIC X(32).
         01  FLTIN-RLSE.
           05 FILLER         PIC X(09).
           05 RLSE-SEQ-X     PIC X(03).
           05 FILLER         PIC X(51).
         01  FLTIN-HDR.
           05 HDR-TYPE       PIC 9(01).
           05 HDR-CREATE-DATE PIC 9(07).
           05 RCYT-REC-COUNT PIC 9(07).
           05 RCYT-HASH-TOTAL PIC S9(15) SIGN IS LEADING SEPARATE.
           05 FILLER         PIC X(39).
        FD  SOG-FILE RECORDING MODE F.
         01  SOG-REC          PIC X(63).
         01  SOG-REC-X.
           05 SOG-PROCESS-X  PIC X(01).
           05 FILLER         PIC X(38).
           05 SOG-AMOUNT-X   PIC X(16).
           05 FILLER         PIC X(08).
         01  SOG-REC-N.
           05 FILLER         PIC X(39).
           05 SOG-AMOUNT     PIC S9(15) SIGN IS LEADING SEPARATE.
           05 FILLER         PIC X(08).
         01  SOG-TRL.
           05 SOGT-TYPE      PIC 9(01).
           05 SOGT-REC-COUNT PIC 9(07).
           05 SOGT-HASH-TOTAL PIC S9(15) SIGN IS LEADING SEPARATE.
           05 FILLER         PIC X(39).
         01  SOG-HDR.
           05 SOGH-TYPE      PIC 9(01).
           05 SOGH-CREATE-DATE PIC 9(07).
           05 SOGH-CYCLE     PIC 9(05).
           05 FILLER         PIC X(50).
        FD  SMC-FILE RECORDING MODE F.
         01  SMC-REC.
           05 SMC-LAST-CYCLE PIC 9(05).
           05 SMC-LAST-DATE  PIC 9(07).
        FD  SRJ-FILE RECORDING MODE F.
         01  SRJ-REC.
           05 SRJ-SO-NO      PIC X(06).
           05 SRJ-ID         PIC X(05).
           05 SRJ-DVZ        PIC X(03).
           05 SRJ-TO-ID      PIC X(05).
           05 SRJ-TO-DVZ     PIC X(03).
           05 SRJ-AMOUNT     PIC X(16).
           05 SRJ-DATE       PIC X(07).
           05 SRJ-RC         PIC 9(02).
           05 SRJ-DESC       PIC X(30).
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
         05 WS-RCY-HASH    PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-RCY-TRL-COUNT PIC 9(07) VALUE ZERO.
         05 WS-RCY-TRL-HASH  PIC S9(15) COMP-3 VALUE ZERO.
         05 ST-SOG         PIC 9(2).
              88 SOG-FILE-SUCCESS               VALUE 0 97.
              88 SOG-FILE-EOF                   VALUE 10.
         05 WS-SOG-FILE-OK PIC X(01) VALUE 'N'.
              88 SOG-FILE-OK                    VALUE 'Y'.
         05 WS-SOG-HDR-FOUND PIC X(01) VALUE 'N'.
              88 SOG-HDR-FOUND                  VALUE 'Y'.
         05 WS-SOG-TRL-FOUND PIC X(01) VALUE 'N'.
              88 SOG-TRL-FOUND                  VALUE 'Y'.
         05 WS-SOG-COUNT   PIC 9(07) VALUE ZERO.
         05 WS-SOG-HASH    PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-SOG-TRL-COUNT PIC 9(07) VALUE ZERO.
         05 WS-SOG-TRL-HASH  PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-SOG-HDR-DATE  PIC 9(07) VALUE ZERO.
         05 WS-SOG-HDR-CYCLE PIC 9(05) VALUE ZERO.
         05 ST-SMC         PIC 9(2).
              88 SMC-FILE-SUCCESS               VALUE 0 97.
         05 WS-SMC-CONTROL PIC X(01) VALUE 'N'.
              88 SMC-CONTROL-FOUND              VALUE 'Y'.
         05 WS-SMC-EXPECT  PIC 9(05) VALUE ZERO.
         05 ST-SRJ         PIC 9(2).
              88 SRJ-FILE-SUCCESS               VALUE 0 97.
         05 WS-CNT-SOREJ   PIC 9(07) COMP VALUE ZERO.
         05 WS-FIRST-ERROR.
            10 WS-FIRST-ERR-CODE  PIC X(04).
            10 WS-FIRST-ERR-FIELD PIC X(12).
            10 FILLER             PIC X(14) VALUE 'EDIT REJECTED'.
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
         05 WS-DATE-LOW    PIC 9(07) VALUE ZERO.
         05 WS-DATE-HIGH   PIC 9(07) VALUE ZERO.
           PERFORM H150-WRITE-HEADERS.
           PERFORM H200-PROCESS UNTIL RAW-FILE-EOF.
           PERFORM H280-MERGE-RECYCLE.
           PERFORM H290-MERGE-STANDING.
           PERFORM H300-WRITE-CLN-TRAILER.
           PERFORM H900-WRITE-TRAILER.
           PERFORM H940-RUN-CONTROL-END.
           PERFORM H950-UPDATE-SO-CYCLE.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

           MOVE ST-ERR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT SRJ-FILE.
           IF NOT SRJ-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN SOREJ: ' ST-SRJ
           MOVE ST-SRJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT NUM-FILE.
           IF NUM-FILE-SUCCESS
              SET NUM-FILE-OK TO TRUE
           END-IF.
       H100-END. EXIT.

       H110-DATE-WINDOW.
           CLOSE CLN-FILE.
           CLOSE REJ-FILE.
           CLOSE ERR-FILE.
           CLOSE SRJ-FILE.
           GOBACK.
       H139-END. EXIT.

           ELSE
              WRITE REJ-REC FROM FLTIN
              ADD 1 TO WS-CNT-REJECT
              IF RAW-PROCESS-X = '6' AND XFER-STANDING-ORDER
                 PERFORM H260-WRITE-SO-REJECT
              END-IF
           END-IF.
       H210-END. EXIT.

       H220-EDIT-FIELDS.
           IF (RAW-PROCESS-X < '1' OR RAW-PROCESS-X > '8')
              AND RAW-PROCESS-X NOT = 'R'
              AND RAW-PROCESS-X NOT = 'H'
              AND RAW-PROCESS-X NOT = 'L'
              MOVE 'E01 ' TO ERR-CODE-O
              MOVE 'REC-PROCESS ' TO ERR-FIELD-O
              MOVE RAW-PROCESS-X TO ERR-VALUE-O
              PERFORM H250-WRITE-ERROR
           END-IF.

           IF RAW-ID-X NOT NUMERIC
              OR (RAW-ID-X = '00000' AND RAW-PROCESS-X NOT = '4')
              MOVE 'E02 ' TO ERR-CODE-O
              MOVE 'REC-ID      ' TO ERR-FIELD-O
              MOVE RAW-ID-X TO ERR-VALUE-O
                 MOVE SPACES TO ERR-VALUE-O
                 PERFORM H250-WRITE-ERROR
              END-IF
              IF REC-AMOUNT IS NUMERIC
                 IF REC-AMOUNT < ZERO OR REC-AMOUNT > 9999999
                    MOVE 'E15 ' TO ERR-CODE-O
                    MOVE 'ADD-CUST-NO ' TO ERR-FIELD-O
                    MOVE RAW-AMOUNT-X TO ERR-VALUE-O
                    PERFORM H250-WRITE-ERROR
                 END-IF
              END-IF
           END-IF.

           IF RAW-PROCESS-X = '6'
              MOVE REC-OVERRIDE TO ERR-VALUE-O
              PERFORM H250-WRITE-ERROR
           END-IF.

           IF RAW-PROCESS-X = 'R'
              PERFORM H240-EDIT-REVERSAL
           END-IF.

           IF RAW-PROCESS-X = 'H' OR RAW-PROCESS-X = 'L'
              PERFORM H242-EDIT-HOLD
           END-IF.

           PERFORM H245-EDIT-CHECK-DIGITS.
       H220-END. EXIT.

       H230-EDIT-DATE.
           END-IF.
       H230-END. EXIT.

       H240-EDIT-REVERSAL.
           IF REV-ORIG-DATE-X NOT NUMERIC
              OR REV-ORIG-DATE-X(5:3) < '001'
              OR REV-ORIG-DATE-X(5:3) > '366'
              MOVE 'E12 ' TO ERR-CODE-O
              MOVE 'REV-DATE    ' TO ERR-FIELD-O
              MOVE REV-ORIG-DATE-X TO ERR-VALUE-O
              PERFORM H250-WRITE-ERROR
           END-IF.

           IF REV-ORIG-TIME-X NOT NUMERIC
              MOVE 'E13 ' TO ERR-CODE-O
              MOVE 'REV-TIME    ' TO ERR-FIELD-O
              MOVE REV-ORIG-TIME-X TO ERR-VALUE-O
              PERFORM H250-WRITE-ERROR
           END-IF.

           IF REV-ORIG-SEQ-X NOT NUMERIC OR REV-ORIG-SEQ-X = '0000000'
              MOVE 'E14 ' TO ERR-CODE-O
              MOVE 'REV-SEQ     ' TO ERR-FIELD-O
              MOVE REV-ORIG-SEQ-X TO ERR-VALUE-O
              PERFORM H250-WRITE-ERROR
           END-IF.
       H240-END. EXIT.

      *----------------------------------------------------------------*
      *    H = PLACE HOLD: AMOUNT > 0, REASON IN 10-24, EXPIRY DATE    *
      *        IN 25-31 (0000000 = NO EXPIRY) AFTER REC-DATE.          *
      *    L = RELEASE HOLD: HOLD SEQUENCE NUMBER IN 10-12.            *
      *----------------------------------------------------------------*
       H242-EDIT-HOLD.
           IF RAW-PROCESS-X = 'H'
              IF REC-AMOUNT IS NUMERIC
                 IF REC-AMOUNT NOT > ZERO
                    MOVE 'E18 ' TO ERR-CODE-O
                    MOVE 'REC-AMOUNT  ' TO ERR-FIELD-O
                    MOVE RAW-AMOUNT-X TO ERR-VALUE-O
                    PERFORM H250-WRITE-ERROR
                 END-IF
              END-IF
              IF HOLD-REASON-X = SPACES
                 MOVE 'E19 ' TO ERR-CODE-O
                 MOVE 'HOLD-REASON ' TO ERR-FIELD-O
                 MOVE SPACES TO ERR-VALUE-O
                 PERFORM H250-WRITE-ERROR
              END-IF
              IF HOLD-EXPIRY-X NOT = '0000000'
                 IF HOLD-EXPIRY-X NOT NUMERIC
                    OR HOLD-EXPIRY-X(5:3) < '001'
                    OR HOLD-EXPIRY-X(5:3) > '366'
                    OR (RAW-DATE-X IS NUMERIC
                        AND HOLD-EXPIRY-X NOT > RAW-DATE-X)
                    MOVE 'E20 ' TO ERR-CODE-O
                    MOVE 'HOLD-EXPIRY ' TO ERR-FIELD-O
                    MOVE HOLD-EXPIRY-X TO ERR-VALUE-O
                    PERFORM H250-WRITE-ERROR
                 END-IF
              END-IF
           ELSE
              IF RLSE-SEQ-X NOT NUMERIC OR RLSE-SEQ-X = '000'
                 MOVE 'E21 ' TO ERR-CODE-O
                 MOVE 'HOLD-SEQ    ' TO ERR-FIELD-O
                 MOVE RLSE-SEQ-X TO ERR-VALUE-O
                 PERFORM H250-WRITE-ERROR
              END-IF
           END-IF.
       H242-END. EXIT.

      *----------------------------------------------------------------*
      *    CHECK DIGIT IS ONLY ENFORCED FOR A DVZ WHOSE NUMCTL ENTRY   *
      *    HAS IT SWITCHED ON. REC-ID 00000 ON AN ADD IS ASSIGNED BY   *
      *    PBEGT011 AND IS NOT CHECKED HERE.                           *
      *----------------------------------------------------------------*
       H245-EDIT-CHECK-DIGITS.
           IF RAW-ID-X IS NUMERIC AND RAW-ID-X NOT = '00000'
              AND RAW-DVZ-X IS NUMERIC
              MOVE RAW-ID-X  TO WS-CHK-ID
              MOVE RAW-DVZ-X TO WS-CHK-DVZ
              PERFORM H247-VERIFY-CHECK-DIGIT
              IF CHECK-DIGIT-BAD
                 MOVE 'E16 ' TO ERR-CODE-O
                 MOVE 'REC-ID      ' TO ERR-FIELD-O
                 MOVE RAW-ID-X TO ERR-VALUE-O
                 PERFORM H250-WRITE-ERROR
              END-IF
           END-IF.

           IF RAW-PROCESS-X = '6'
              IF XFER-TO-ID IS NUMERIC AND XFER-TO-ID NOT = ZERO
                 AND XFER-TO-DVZ IS NUMERIC
                 MOVE XFER-TO-ID  TO WS-CHK-ID
                 MOVE XFER-TO-DVZ TO WS-CHK-DVZ
                 PERFORM H247-VERIFY-CHECK-DIGIT
                 IF CHECK-DIGIT-BAD
                    MOVE 'E17 ' TO ERR-CODE-O
                    MOVE 'XFER-TO-ID  ' TO ERR-FIELD-O
                    MOVE FLTIN-X(10:5) TO ERR-VALUE-O
                    PERFORM H250-WRITE-ERROR
                 END-IF
              END-IF
           END-IF.
       H245-END. EXIT.

       H247-VERIFY-CHECK-DIGIT.
           MOVE 'N' TO WS-CHK-RESULT.
           IF NUM-FILE-OK
              MOVE WS-CHK-DVZ TO NUM-DVZ
              READ NUM-FILE KEY NUM-DVZ
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF NUM-CHECK-ON
                       PERFORM H248-CHECK-DIGIT
                    END-IF
              END-READ
           END-IF.
       H247-END. EXIT.

       H248-CHECK-DIGIT.
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
       H248-END. EXIT.

       H250-WRITE-ERROR.
           IF WS-REC-ERRORS = ZERO
              MOVE ERR-CODE-O  TO WS-FIRST-ERR-CODE
              MOVE ERR-FIELD-O TO WS-FIRST-ERR-FIELD
           END-IF.
           MOVE WS-REC-SEQ TO ERR-SEQ-O.
           MOVE RAW-ID-X   TO ERR-ID-O.
           MOVE RAW-DVZ-X  TO ERR-DVZ-O.
           ADD 1 TO WS-CNT-ERRLINE.
       H250-END. EXIT.

      *----------------------------------------------------------------*
      *    A REJECTED STANDING ORDER TRANSFER IS RETURNED TO PBEGT028  *
      *    IN SORETN FORMAT SO THE ORDER IS FLAGGED AS AN EXCEPTION.   *
      *----------------------------------------------------------------*
       H260-WRITE-SO-REJECT.
           MOVE XFER-SO-NO-X  TO SRJ-SO-NO.
           MOVE RAW-ID-X      TO SRJ-ID.
           MOVE RAW-DVZ-X     TO SRJ-DVZ.
           MOVE FLTIN-X(10:5) TO SRJ-TO-ID.
           MOVE FLTIN-X(15:3) TO SRJ-TO-DVZ.
           MOVE RAW-AMOUNT-X  TO SRJ-AMOUNT.
           MOVE RAW-DATE-X    TO SRJ-DATE.
           MOVE 90            TO SRJ-RC.
           MOVE WS-FIRST-ERROR TO SRJ-DESC.
           WRITE SRJ-REC.
           ADD 1 TO WS-CNT-SOREJ.
       H260-END. EXIT.

       H280-MERGE-RECYCLE.
           OPEN INPUT RCY-FILE.
           IF RCY-FILE-SUCCESS
           END-IF.
       H285-END. EXIT.

       H290-MERGE-STANDING.
           OPEN INPUT SOG-FILE.
           IF SOG-FILE-SUCCESS
              SET SOG-FILE-OK TO TRUE
              PERFORM H292-LOAD-SO-CYCLE
              PERFORM H295-MERGE-STANDING-ONE
              IF SOG-HDR-FOUND
                 PERFORM H293-CHECK-SO-CYCLE
              END-IF
              PERFORM H295-MERGE-STANDING-ONE UNTIL SOG-FILE-EOF
              IF NOT SOG-HDR-FOUND
                 DISPLAY 'SOGEN HEADER RECORD MISSING'
                 MOVE 91 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF NOT SOG-TRL-FOUND
                 DISPLAY 'SOGEN TRAILER RECORD MISSING'
                 MOVE 93 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF WS-SOG-TRL-COUNT NOT = WS-SOG-COUNT
                 DISPLAY 'SOGEN COUNT MISMATCH TRL: '
                         WS-SOG-TRL-COUNT ' READ: ' WS-SOG-COUNT
                 MOVE 94 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              IF WS-SOG-TRL-HASH NOT = WS-SOG-HASH
                 DISPLAY 'SOGEN AMOUNT HASH MISMATCH'
                 MOVE 95 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H290-END. EXIT.

      *----------------------------------------------------------------*
      *    SOMCYC HOLDS THE LAST SOGEN CYCLE MERGED AND THE RUN DATE   *
      *    IT WAS MERGED ON. A RERUN ON THE SAME DATE TAKES THE SAME   *
      *    CYCLE AGAIN, OTHERWISE THE NEXT CYCLE IS EXPECTED.          *
      *----------------------------------------------------------------*
       H292-LOAD-SO-CYCLE.
           OPEN INPUT SMC-FILE.
           IF SMC-FILE-SUCCESS
              READ SMC-FILE
              IF SMC-FILE-SUCCESS
                 IF SMC-LAST-DATE = WS-RUN-DATE
                    MOVE SMC-LAST-CYCLE TO WS-SMC-EXPECT
                 ELSE
                    COMPUTE WS-SMC-EXPECT = SMC-LAST-CYCLE + 1
                 END-IF
                 SET SMC-CONTROL-FOUND TO TRUE
              END-IF
              CLOSE SMC-FILE
           END-IF.
       H292-END. EXIT.

       H293-CHECK-SO-CYCLE.
           IF WS-SOG-HDR-DATE NOT = WS-RUN-DATE
              DISPLAY 'SOGEN CREATE DATE ' WS-SOG-HDR-DATE
                      ' EXPECTED '        WS-RUN-DATE
              MOVE 92 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF SMC-CONTROL-FOUND
              IF WS-SOG-HDR-CYCLE NOT = WS-SMC-EXPECT
                 DISPLAY 'SOGEN CYCLE ' WS-SOG-HDR-CYCLE
                         ' EXPECTED '  WS-SMC-EXPECT
                 MOVE 92 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H293-END. EXIT.

       H295-MERGE-STANDING-ONE.
           READ SOG-FILE.
           IF (NOT SOG-FILE-SUCCESS) AND (NOT SOG-FILE-EOF)
           DISPLAY 'UNABLE TO READ SOGEN: ' ST-SOG
           MOVE ST-SOG TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT SOG-FILE-EOF
              EVALUATE TRUE
                 WHEN SOG-PROCESS-X = '0'
                    IF SOG-HDR-FOUND OR WS-SOG-COUNT > ZERO
                       DISPLAY 'SOGEN HEADER NOT FIRST RECORD'
                       MOVE 91 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                    END-IF
                    MOVE SOGH-CREATE-DATE TO WS-SOG-HDR-DATE
                    MOVE SOGH-CYCLE       TO WS-SOG-HDR-CYCLE
                    SET SOG-HDR-FOUND TO TRUE
                 WHEN SOG-PROCESS-X = '9'
                    IF SOG-TRL-FOUND
                       DISPLAY 'SOGEN DUPLICATE TRAILER RECORD'
                       MOVE 93 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                    END-IF
                    MOVE SOGT-REC-COUNT  TO WS-SOG-TRL-COUNT
                    MOVE SOGT-HASH-TOTAL TO WS-SOG-TRL-HASH
                    SET SOG-TRL-FOUND TO TRUE
                 WHEN OTHER
                    IF NOT SOG-HDR-FOUND
                       DISPLAY 'SOGEN HEADER RECORD MISSING'
                       MOVE 91 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                    END-IF
                    IF SOG-TRL-FOUND
                       DISPLAY 'SOGEN RECORD AFTER TRAILER'
                       MOVE 93 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                    END-IF
                    ADD 1 TO WS-SOG-COUNT
                    IF SOG-AMOUNT-X(1:1) = '+'
                       OR SOG-AMOUNT-X(1:1) = '-'
                       IF SOG-AMOUNT-X(2:15) IS NUMERIC
                          ADD SOG-AMOUNT TO WS-SOG-HASH
                             ON SIZE ERROR CONTINUE
                          END-ADD
                       END-IF
                    END-IF
                    MOVE SOG-REC TO FLTIN
                    ADD 1 TO WS-REC-SEQ
                    PERFORM H210-EDIT-RECORD
              END-EVALUATE
           END-IF.
       H295-END. EXIT.

       H300-WRITE-CLN-TRAILER.
           MOVE WS-CLN-COUNT TO CTR-REC-COUNT.
           MOVE WS-CLN-HASH  TO CTR-HASH-TOTAL.
           MOVE 'RECYCLED RECORDS        :' TO TRL-LABEL-O.
           MOVE WS-RCY-COUNT TO TRL-COUNT-O.
           WRITE ERR-REC FROM TRAILER-LINE.
           MOVE 'STANDING ORDER RECORDS  :' TO TRL-LABEL-O.
           MOVE WS-SOG-COUNT TO TRL-COUNT-O.
           WRITE ERR-REC FROM TRAILER-LINE.
           MOVE 'REJECTED RECORDS        :' TO TRL-LABEL-O.
           MOVE WS-CNT-REJECT TO TRL-COUNT-O.
           WRITE ERR-REC FROM TRAILER-LINE.
           MOVE 'STANDING ORDERS RETURNED:' TO TRL-LABEL-O.
           MOVE WS-CNT-SOREJ TO TRL-COUNT-O.
           WRITE ERR-REC FROM TRAILER-LINE.
           MOVE 'ERROR LINES             :' TO TRL-LABEL-O.
           MOVE WS-CNT-ERRLINE TO TRL-COUNT-O.
           WRITE ERR-REC FROM TRAILER-LINE.
           END-IF.
       H900-END. EXIT.

       H950-UPDATE-SO-CYCLE.
           IF SOG-FILE-OK
              OPEN OUTPUT SMC-FILE
              IF SMC-FILE-SUCCESS
                 MOVE WS-SOG-HDR-CYCLE TO SMC-LAST-CYCLE
                 MOVE WS-RUN-DATE      TO SMC-LAST-DATE
                 WRITE SMC-REC
              ELSE
                 DISPLAY 'UNABLE TO UPDATE SOMCYC: ' ST-SMC
              END-IF
              CLOSE SMC-FILE
           END-IF.
       H950-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-FILE.
           IF NUM-FILE-OK
              CLOSE NUM-FILE
           END-IF.
           IF RCY-FILE-OK
              CLOSE RCY-FILE
           END-IF.
           IF SOG-FILE-OK
              CLOSE SOG-FILE
           END-IF.
           CLOSE RAW-FILE.
           CLOSE CLN-FILE.
           CLOSE REJ-FILE.
           CLOSE ERR-FILE.
           CLOSE SRJ-FILE.
           GOBACK.
       H999-EXIT.
