       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGT037.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY HOLD-KEY
                            STATUS ST-HOLD.
           SELECT IDX-FILE  ASSIGN TO IDXFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY IDX-KEY
                            ALTERNATE RECORD KEY IDX-DVZ
                                      WITH DUPLICATES
                            STATUS ST-IDX.
           SELECT HIST-FILE ASSIGN TO HISTFILE
                            STATUS ST-HIST.
           SELECT RPT-FILE  ASSIGN TO HEXPRPT
                            STATUS ST-RPT.
           SELECT RUN-FILE  ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY RUN-KEY
                            STATUS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
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
       FD  HIST-FILE RECORDING MODE F.
         01  HIST-REC.
           05 HIST-RUN-DATE   PIC 9(07).
           05 HIST-RUN-TIME   PIC 9(08).
           05 HIST-SEQ        PIC 9(07).
           05 HIST-FUNC       PIC X(04).
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
                              'EXPIRED HOLDS RELEASED    '.
         05  FILLER         PIC X(11) VALUE ' RUN DATE: '.
         05  HDR-DATE-O     PIC 9(07).
      *
       01  HEADER-1.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE 'Dvz'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE 'Id   '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE 'Seq'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE 'Reason         '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE 'Placed '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE 'Expiry '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '         Amount'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(14) VALUE 'Note          '.
      *
       01  HEADER-2.
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
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(14) VALUE '--------------'.
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
         05  DET-SEQ-O      PIC 9(03).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-REASON-O   PIC X(15).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-PLACED-O   PIC 9(07).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-EXPIRY-O   PIC 9(07).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-AMOUNT-O   PIC -(14)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-NOTE-O     PIC X(14).
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
       01  TRAILER-AMOUNT.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(25) VALUE
                              'AMOUNT RELEASED         :'.
         05  TRL-AMOUNT-O   PIC -(15)9.
      *----------------------------------------------------------------*
      *    TRAILER AREA END                                            *
      *----------------------------------------------------------------*
       01  WS-WORK-AREA.
         05 ST-HOLD        PIC 9(2).
              88 HOLD-FILE-SUCCESS              VALUE 0 97.
              88 HOLD-FILE-EOF                  VALUE 10.
         05 ST-IDX         PIC 9(2).
              88 IDX-FILE-SUCCESS               VALUE 0 97.
         05 ST-HIST        PIC 9(2).
              88 HIST-FILE-SUCCESS              VALUE 0 97.
         05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
         05 WS-ACCT-FOUND  PIC X(01) VALUE 'N'.
              88 ACCT-FOUND                     VALUE 'Y'.
         05 WS-RUN-DATE    PIC 9(07) VALUE ZERO.
         05 WS-RUN-TIME    PIC 9(08) VALUE ZERO.
         05 WS-HIST-SEQ    PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-READ    PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-ACTIVE  PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-EXPIRED PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-NOACCT  PIC 9(07) COMP VALUE ZERO.
         05 WS-AMT-EXPIRED PIC S9(15) COMP-3 VALUE ZERO.
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
           PERFORM H200-READ-HOLD UNTIL HOLD-FILE-EOF.
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
           MOVE 'PBEGT037' TO RUN-JOB.
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
                    DISPLAY 'PBEGT037 ALREADY RUN FOR ' WS-CTL-DATE
                            ' STATUS ' RUN-STATUS
                    MOVE 12 TO RETURN-CODE
                    CLOSE RUN-FILE
                    GOBACK
                 END-IF
           END-READ.
       H050-END. EXIT.

       H940-RUN-CONTROL-END.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'PBEGT037' TO RUN-JOB.
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
           OPEN I-O HOLD-FILE.
           IF NOT HOLD-FILE-SUCCESS
              IF ST-HOLD = 35
                 OPEN OUTPUT HOLD-FILE
                 CLOSE HOLD-FILE
                 OPEN I-O HOLD-FILE
              END-IF
              IF NOT HOLD-FILE-SUCCESS
                 DISPLAY 'UNABLE TO OPEN HOLDFILE: ' ST-HOLD
                 MOVE ST-HOLD TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN INPUT IDX-FILE.
           IF NOT IDX-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE ST-IDX TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN EXTEND HIST-FILE.
           IF NOT HIST-FILE-SUCCESS
              OPEN OUTPUT HIST-FILE
              IF NOT HIST-FILE-SUCCESS
                 DISPLAY 'UNABLE TO OPEN HISTFILE: ' ST-HIST
                 MOVE ST-HIST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN HEXPRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           ACCEPT WS-RUN-DATE FROM DAY YYYYDDD.
           ACCEPT WS-RUN-TIME FROM TIME.
       H100-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE WS-RUN-DATE TO HDR-DATE-O.
           WRITE RPT-REC FROM HEADER-0.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
       H150-END. EXIT.

      *----------------------------------------------------------------*
      *    A HOLD STAYS IN FORCE UP TO AND INCLUDING ITS EXPIRY DATE;  *
      *    ZERO EXPIRY MEANS IT STAYS UNTIL RELEASED BY TRANSACTION    *
      *----------------------------------------------------------------*
       H200-READ-HOLD.
           READ HOLD-FILE NEXT RECORD
             AT END CONTINUE
           END-READ.
           IF (NOT HOLD-FILE-SUCCESS) AND (NOT HOLD-FILE-EOF)
              DISPLAY 'ERROR READING HOLDFILE: ' ST-HOLD
              MOVE ST-HOLD TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT HOLD-FILE-EOF
              ADD 1 TO WS-CNT-READ
              IF HOLD-ACTIVE
                 ADD 1 TO WS-CNT-ACTIVE
                 IF HOLD-EXPIRY-DATE NOT = ZERO
                    AND HOLD-EXPIRY-DATE < WS-RUN-DATE
                    PERFORM H300-EXPIRE-HOLD
                 END-IF
              END-IF
           END-IF.
       H200-END. EXIT.

       H300-EXPIRE-HOLD.
           MOVE 'E'         TO HOLD-STATUS.
           MOVE WS-RUN-DATE TO HOLD-RELEASE-DATE.
           REWRITE HOLD-REC.
           IF NOT HOLD-FILE-SUCCESS
              DISPLAY 'ERROR REWRITING HOLDFILE: ' ST-HOLD
              MOVE ST-HOLD TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-CNT-EXPIRED.
           ADD HOLD-AMOUNT TO WS-AMT-EXPIRED.

           MOVE 'N' TO WS-ACCT-FOUND.
           MOVE HOLD-ID  TO IDX-ID.
           MOVE HOLD-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY SET ACCT-FOUND TO TRUE
           END-READ.
           IF ACCT-FOUND
              PERFORM H310-WRITE-HISTORY
              MOVE SPACES TO DET-NOTE-O
           ELSE
              ADD 1 TO WS-CNT-NOACCT
              MOVE 'NOT ON MASTER' TO DET-NOTE-O
           END-IF.

           MOVE HOLD-DVZ         TO DET-DVZ-O.
           MOVE HOLD-ID          TO DET-ID-O.
           MOVE HOLD-SEQ         TO DET-SEQ-O.
           MOVE HOLD-REASON      TO DET-REASON-O.
           MOVE HOLD-PLACED-DATE TO DET-PLACED-O.
           MOVE HOLD-EXPIRY-DATE TO DET-EXPIRY-O.
           MOVE HOLD-AMOUNT      TO DET-AMOUNT-O.
           WRITE RPT-REC FROM DETAIL-LINE.
       H300-END. EXIT.

      *----------------------------------------------------------------*
      *    THE LEDGER BALANCE IS UNCHANGED; IDX-DATE IS NOT TOUCHED    *
      *    SO AN EXPIRY DOES NOT COUNT AS CUSTOMER ACTIVITY            *
      *----------------------------------------------------------------*
       H310-WRITE-HISTORY.
           MOVE IDX-NAME     TO HIST-NAME-B.
           MOVE IDX-SURNAME  TO HIST-SURNAME-B.
           MOVE IDX-DATE     TO HIST-DATE-B.
           MOVE IDX-BALANCE  TO HIST-BALANCE-B.
           MOVE IDX-NAME     TO HIST-NAME-A.
           MOVE IDX-SURNAME  TO HIST-SURNAME-A.
           MOVE IDX-DATE     TO HIST-DATE-A.
           MOVE IDX-BALANCE  TO HIST-BALANCE-A.
           MOVE 'HEXP' TO HIST-FUNC.
           ADD 1 TO WS-HIST-SEQ.
           MOVE WS-RUN-DATE TO HIST-RUN-DATE.
           MOVE WS-RUN-TIME TO HIST-RUN-TIME.
           MOVE WS-HIST-SEQ TO HIST-SEQ.
           MOVE HOLD-ID     TO HIST-ID.
           MOVE HOLD-DVZ    TO HIST-DVZ.
           WRITE HIST-REC.
       H310-END. EXIT.

       H900-WRITE-TRAILER.
           WRITE RPT-REC FROM TRAILER-1.
           MOVE 'HOLDS READ              :' TO TRL-LABEL-O.
           MOVE WS-CNT-READ TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'ACTIVE HOLDS            :' TO TRL-LABEL-O.
           MOVE WS-CNT-ACTIVE TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'HOLDS EXPIRED           :' TO TRL-LABEL-O.
           MOVE WS-CNT-EXPIRED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'ACCOUNT NOT ON MASTER   :' TO TRL-LABEL-O.
           MOVE WS-CNT-NOACCT TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE WS-AMT-EXPIRED TO TRL-AMOUNT-O.
           WRITE RPT-REC FROM TRAILER-AMOUNT.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-FILE.
           CLOSE HOLD-FILE.
           CLOSE IDX-FILE.
           CLOSE HIST-FILE.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
