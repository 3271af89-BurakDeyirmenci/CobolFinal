                            STATUS ST-RCY.
           SELECT RPT-FILE  ASSIGN TO RCYRPT
                            STATUS ST-RPT.
           SELECT NUM-FILE  ASSIGN TO NUMCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY NUM-DVZ
                            STATUS ST-NUM.
           SELECT RUN-FILE  ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
         01  RCY-REC          PIC X(63).
        FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC          PIC X(110).
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
              88 PNDI-FILE-OK                   VALUE 'Y'.
         05 WS-COR-OK      PIC X(01) VALUE 'N'.
              88 COR-FILE-OK                    VALUE 'Y'.
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
         05 WS-PARM-X      PIC X(05) VALUE SPACES.
         05 WS-PARM-EXPIRE PIC 9(05) VALUE 30.
         05 WS-RUN-DATE    PIC 9(07) VALUE ZERO.
           10 WRK-XFER-ID-X  PIC X(05).
           10 WRK-XFER-DVZ-X PIC X(03).
           10 FILLER         PIC X(46).
         05 WRK-RECORD-REV REDEFINES WRK-RECORD.
           10 FILLER         PIC X(09).
           10 WRK-REV-DATE-X PIC X(07).
           10 WRK-REV-TIME-X PIC X(08).
           10 WRK-REV-SEQ-X  PIC X(07).
           10 FILLER         PIC X(32).
         05 WRK-RECORD-HOLD REDEFINES WRK-RECORD.
           10 FILLER         PIC X(09).
           10 WRK-HOLD-REASON-X PIC X(15).
           10 WRK-HOLD-EXPIRY-X PIC X(07).
           10 FILLER         PIC X(32).
         05 WRK-RECORD-RLSE REDEFINES WRK-RECORD.
           10 FILLER         PIC X(09).
           10 WRK-RLSE-SEQ-X PIC X(03).
           10 FILLER         PIC X(51).
      *
       01  WS-COR-TABLE.
         05 WS-COR-MAX     PIC 9(04) COMP VALUE 1000.
              SET COR-FILE-OK TO TRUE
           END-IF.

           OPEN INPUT NUM-FILE.
           IF NUM-FILE-SUCCESS
              SET NUM-FILE-OK TO TRUE
           END-IF.

           OPEN OUTPUT PNDO-FILE.
           IF NOT PNDO-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN PNDOUT: ' ST-PNDO
                 MOVE COR-T-VALUE (WS-COR-IX) (1:5) TO WRK-XFER-ID-X
              WHEN 'XFER-TO-DVZ '
                 MOVE COR-T-VALUE (WS-COR-IX) (1:3) TO WRK-XFER-DVZ-X
              WHEN 'REV-DATE    '
                 MOVE COR-T-VALUE (WS-COR-IX) (1:7) TO WRK-REV-DATE-X
              WHEN 'REV-TIME    '
                 MOVE COR-T-VALUE (WS-COR-IX) (1:8) TO WRK-REV-TIME-X
              WHEN 'REV-SEQ     '
                 MOVE COR-T-VALUE (WS-COR-IX) (1:7) TO WRK-REV-SEQ-X
              WHEN 'HOLD-REASON '
                 MOVE COR-T-VALUE (WS-COR-IX) (1:15)
                   TO WRK-HOLD-REASON-X
              WHEN 'HOLD-EXPIRY '
                 MOVE COR-T-VALUE (WS-COR-IX) (1:7)
                   TO WRK-HOLD-EXPIRY-X
              WHEN 'HOLD-SEQ    '
                 MOVE COR-T-VALUE (WS-COR-IX) (1:3) TO WRK-RLSE-SEQ-X
              WHEN OTHER
                 MOVE 'N' TO WS-COR-APPLIED
           END-EVALUATE.
           MOVE ZERO TO WS-REC-ERRORS.
           MOVE SPACES TO WS-ERR-CODES.

           IF (WRK-PROCESS-X < '1' OR WRK-PROCESS-X > '8')
              AND WRK-PROCESS-X NOT = 'R'
              AND WRK-PROCESS-X NOT = 'H'
              AND WRK-PROCESS-X NOT = 'L'
              MOVE 'E01 ' TO WS-ERR-CODE
              PERFORM H550-ADD-ERROR
           END-IF.

           IF WRK-ID-X NOT NUMERIC
              OR (WRK-ID-X = '00000' AND WRK-PROCESS-X NOT = '4')
              MOVE 'E02 ' TO WS-ERR-CODE
              PERFORM H550-ADD-ERROR
           END-IF.
                 MOVE 'E08 ' TO WS-ERR-CODE
                 PERFORM H550-ADD-ERROR
              END-IF
              IF WRK-AMOUNT-X(1:1) = '-'
                 OR (WRK-AMOUNT-X(2:8) IS NUMERIC
                     AND WRK-AMOUNT-X(2:8) NOT = '00000000')
                 MOVE 'E15 ' TO WS-ERR-CODE
                 PERFORM H550-ADD-ERROR
              END-IF
           END-IF.

           IF WRK-PROCESS-X = '6'
              MOVE 'E11 ' TO WS-ERR-CODE
              PERFORM H550-ADD-ERROR
           END-IF.

           IF WRK-PROCESS-X = 'R'
              PERFORM H520-EDIT-REVERSAL
           END-IF.

           IF WRK-PROCESS-X = 'H' OR WRK-PROCESS-X = 'L'
              PERFORM H525-EDIT-HOLD
           END-IF.

           PERFORM H530-EDIT-CHECK-DIGITS.
       H500-END. EXIT.

       H510-EDIT-DATE.
           END-IF.
       H510-END. EXIT.

       H520-EDIT-REVERSAL.
           IF WRK-REV-DATE-X NOT NUMERIC
              OR WRK-REV-DATE-X(5:3) < '001'
              OR WRK-REV-DATE-X(5:3) > '366'
              MOVE 'E12 ' TO WS-ERR-CODE
              PERFORM H550-ADD-ERROR
           END-IF.

           IF WRK-REV-TIME-X NOT NUMERIC
              MOVE 'E13 ' TO WS-ERR-CODE
              PERFORM H550-ADD-ERROR
           END-IF.

           IF WRK-REV-SEQ-X NOT NUMERIC OR WRK-REV-SEQ-X = '0000000'
              MOVE 'E14 ' TO WS-ERR-CODE
              PERFORM H550-ADD-ERROR
           END-IF.
       H520-END. EXIT.

       H525-EDIT-HOLD.
           IF WRK-PROCESS-X = 'H'
              IF WRK-AMOUNT-X(1:1) = '-'
                 OR (WRK-AMOUNT-X(2:15) IS NUMERIC
                     AND WRK-AMOUNT-X(2:15) = ALL '0')
                 MOVE 'E18 ' TO WS-ERR-CODE
                 PERFORM H550-ADD-ERROR
              END-IF
              IF WRK-HOLD-REASON-X = SPACES
                 MOVE 'E19 ' TO WS-ERR-CODE
                 PERFORM H550-ADD-ERROR
              END-IF
              IF WRK-HOLD-EXPIRY-X NOT = '0000000'
                 IF WRK-HOLD-EXPIRY-X NOT NUMERIC
                    OR WRK-HOLD-EXPIRY-X(5:3) < '001'
                    OR WRK-HOLD-EXPIRY-X(5:3) > '366'
                    OR (WRK-DATE-X IS NUMERIC
                        AND WRK-HOLD-EXPIRY-X NOT > WRK-DATE-X)
                    MOVE 'E20 ' TO WS-ERR-CODE
                    PERFORM H550-ADD-ERROR
                 END-IF
              END-IF
           ELSE
              IF WRK-RLSE-SEQ-X NOT NUMERIC OR WRK-RLSE-SEQ-X = '000'
                 MOVE 'E21 ' TO WS-ERR-CODE
                 PERFORM H550-ADD-ERROR
              END-IF
           END-IF.
       H525-END. EXIT.

       H530-EDIT-CHECK-DIGITS.
           IF WRK-ID-X IS NUMERIC AND WRK-ID-X NOT = '00000'
              AND WRK-DVZ-X IS NUMERIC
              MOVE WRK-ID-X  TO WS-CHK-ID
              MOVE WRK-DVZ-X TO WS-CHK-DVZ
              PERFORM H535-VERIFY-CHECK-DIGIT
              IF CHECK-DIGIT-BAD
                 MOVE 'E16 ' TO WS-ERR-CODE
                 PERFORM H550-ADD-ERROR
              END-IF
           END-IF.

           IF WRK-PROCESS-X = '6'
              IF WRK-XFER-ID-X IS NUMERIC
                 AND WRK-XFER-ID-X NOT = '00000'
                 AND WRK-XFER-DVZ-X IS NUMERIC
                 MOVE WRK-XFER-ID-X  TO WS-CHK-ID
                 MOVE WRK-XFER-DVZ-X TO WS-CHK-DVZ
                 PERFORM H535-VERIFY-CHECK-DIGIT
                 IF CHECK-DIGIT-BAD
                    MOVE 'E17 ' TO WS-ERR-CODE
                    PERFORM H550-ADD-ERROR
                 END-IF
              END-IF
           END-IF.
       H530-END. EXIT.

       H535-VERIFY-CHECK-DIGIT.
           MOVE 'N' TO WS-CHK-RESULT.
           IF NUM-FILE-OK
              MOVE WS-CHK-DVZ TO NUM-DVZ
              READ NUM-FILE KEY NUM-DVZ
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    IF NUM-CHECK-ON
                       PERFORM H537-CHECK-DIGIT
                    END-IF
              END-READ
           END-IF.
       H535-END. EXIT.

       H537-CHECK-DIGIT.
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
       H537-END. EXIT.

       H550-ADD-ERROR.
           IF WS-REC-ERRORS < 5
              COMPUTE WS-ERR-OFFSET = (WS-REC-ERRORS * 4) + 1
           IF COR-FILE-OK
              CLOSE COR-FILE
           END-IF.
           IF NUM-FILE-OK
              CLOSE NUM-FILE
           END-IF.
           CLOSE PNDO-FILE.
           CLOSE RCY-FILE.
           CLOSE RPT-FILE.
