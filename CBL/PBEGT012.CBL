                            ACCESS RANDOM
                            RECORD KEY BRN-DVZ
                            STATUS ST-BRN.
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY HOLD-KEY
                            STATUS ST-HOLD.
           SELECT RUN-FILE  ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
           05 FILLER         PIC X(01).
           05 DMP-BALANCE-O  PIC -(14)9.
           05 FILLER         PIC X(01).
           05 DMP-AVAIL-O    PIC -(14)9.
           05 FILLER         PIC X(01).
           05 DMP-BRN-NAME-O PIC X(20).
        FD  BRN-FILE.
         01  BRN-REC.
           05 BRN-STATUS     PIC X(01).
              88 BRN-OPEN                       VALUE 'O'.
              88 BRN-CLOSED                     VALUE 'C'.
       FD  HOLD-FILE.
         01  HOLD-REC.
           05 HOLD-KEY.
              07 HOLD-ID      PIC 9(05).
              07 HOLD-DVZ     PIC 9(03).
              07 HOLD-SEQ     PIC 9(03).
           05 HOLD-AMOUNT     PIC S9(15) COMP-3.
           05 HOLD-REASON     PIC X(15).
           05 HOLD-PLACED-DATE PIC 9(07).
           05 HOLD-EXPIRY-DATE PIC 9(07).
           05 HOLD-STATUS     PIC X(01).
              88 HOLD-ACTIVE                    VALUE 'A'.
              88 HOLD-RELEASED                  VALUE 'R'.
              88 HOLD-EXPIRED                   VALUE 'E'.
           05 HOLD-RELEASE-DATE PIC 9(07).
       FD  RUN-FILE.
         01  RUN-REC.
           05 RUN-KEY.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE 'Balance        '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE 'Available      '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(20) VALUE 'Branch Name         '.
      *
       01  HEADER-2.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(20) VALUE '--------------------'.
      *----------------------------------------------------------------*
      *    HEADER AREA END                                             *
              88 BRN-FILE-SUCCESS               VALUE 0 97.
         05 WS-BRN-FILE-OK PIC X(01) VALUE 'N'.
              88 BRN-FILE-OK                    VALUE 'Y'.
         05 ST-HOLD        PIC 9(2).
              88 HOLD-FILE-SUCCESS              VALUE 0 97.
         05 WS-HOLD-FILE-OK PIC X(01) VALUE 'N'.
              88 HOLD-FILE-OK                   VALUE 'Y'.
         05 WS-HOLD-SCAN   PIC X(01) VALUE 'N'.
              88 HOLD-SCAN-DONE                 VALUE 'Y'.
         05 WS-HOLD-ID     PIC 9(05) VALUE ZERO.
         05 WS-HOLD-DVZ    PIC 9(03) VALUE ZERO.
         05 WS-HOLD-TOTAL  PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-AVAILABLE   PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-LAST-DVZ    PIC S9(3) COMP VALUE -1.
         05 WS-BRN-NAME    PIC X(20) VALUE SPACES.
         05 ST-RUN         PIC 9(2).
              SET BRN-FILE-OK TO TRUE
           END-IF.

           OPEN INPUT HOLD-FILE.
           IF HOLD-FILE-SUCCESS
              SET HOLD-FILE-OK TO TRUE
           END-IF.

           MOVE ZERO TO IDX-DVZ.
           START IDX-FILE KEY IS NOT LESS THAN IDX-DVZ
              INVALID KEY CONTINUE
           MOVE IDX-SURNAME  TO DMP-SURNAME-O.
           MOVE IDX-DATE     TO DMP-DATE-O.
           MOVE IDX-BALANCE  TO DMP-BALANCE-O.
           PERFORM H320-SUM-HOLDS.
           COMPUTE WS-AVAILABLE = IDX-BALANCE - WS-HOLD-TOTAL.
           MOVE WS-AVAILABLE TO DMP-AVAIL-O.
           IF IDX-DVZ NOT = WS-LAST-DVZ
              PERFORM H310-LOOKUP-BRANCH
              MOVE IDX-DVZ TO WS-LAST-DVZ
           END-IF.
       H310-END. EXIT.

      *----------------------------------------------------------------*
      *    AVAILABLE = LEDGER BALANCE MINUS ACTIVE, UNEXPIRED HOLDS    *
      *----------------------------------------------------------------*
       H320-SUM-HOLDS.
           MOVE ZERO TO WS-HOLD-TOTAL.
           IF HOLD-FILE-OK
              MOVE 'N'     TO WS-HOLD-SCAN
              MOVE IDX-ID  TO WS-HOLD-ID
              MOVE IDX-DVZ TO WS-HOLD-DVZ
              MOVE IDX-ID  TO HOLD-ID
              MOVE IDX-DVZ TO HOLD-DVZ
              MOVE ZERO    TO HOLD-SEQ
              START HOLD-FILE KEY NOT < HOLD-KEY
                INVALID KEY SET HOLD-SCAN-DONE TO TRUE
              END-START
              PERFORM H325-NEXT-HOLD UNTIL HOLD-SCAN-DONE
           END-IF.
       H320-END. EXIT.

       H325-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
             AT END SET HOLD-SCAN-DONE TO TRUE
           END-READ.
           IF NOT HOLD-SCAN-DONE
              IF HOLD-ID NOT = WS-HOLD-ID OR HOLD-DVZ NOT = WS-HOLD-DVZ
                 SET HOLD-SCAN-DONE TO TRUE
              ELSE
                 IF HOLD-ACTIVE
                    AND (HOLD-EXPIRY-DATE = ZERO
                         OR HOLD-EXPIRY-DATE NOT < WS-CTL-DATE)
                    ADD HOLD-AMOUNT TO WS-HOLD-TOTAL
                 END-IF
              END-IF
           END-IF.
       H325-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-FILE.
           CLOSE IDX-FILE.
           IF BRN-FILE-OK
              CLOSE BRN-FILE
           END-IF.
           IF HOLD-FILE-OK
              CLOSE HOLD-FILE
           END-IF.
           CLOSE OUT-FILE.
           GOBACK.
       H999-EXIT.
