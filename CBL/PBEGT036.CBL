       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGT036.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STM-FILE  ASSIGN TO STMCTL
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY STM-KEY
                            STATUS ST-STM.
           SELECT SOU-FILE  ASSIGN TO STMOUT
                            STATUS ST-SOU.
           SELECT SNG-FILE  ASSIGN TO STMNEG
                            STATUS ST-SNG.
           SELECT NEG-FILE  ASSIGN TO NEGFILE
                            STATUS ST-NEG.
           SELECT DAY-FILE  ASSIGN TO DAYRPT
                            STATUS ST-DAY.
           SELECT RUN-FILE  ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY RUN-KEY
                            STATUS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  STM-FILE.
         01  STM-REC.
           05 STM-KEY.
              07 STM-CYCLE       PIC 9(05).
              07 STM-STREAM      PIC X(01).
           05 STM-STATUS         PIC X(01).
              88 STM-PENDING                    VALUE 'P'.
              88 STM-STARTED                    VALUE 'S'.
              88 STM-COMPLETED                  VALUE 'C'.
           05 STM-DVZ-LOW        PIC 9(03).
           05 STM-DVZ-HIGH       PIC 9(03).
           05 STM-SPLIT-DATE     PIC 9(07).
           05 STM-SPLIT-COUNT    PIC 9(07).
           05 STM-SPLIT-HASH     PIC S9(15) COMP-3.
           05 STM-START-DATE     PIC 9(07).
           05 STM-START-TIME     PIC 9(08).
           05 STM-END-TIME       PIC 9(08).
           05 STM-CNT-BALINQ     PIC 9(07).
           05 STM-CNT-BALADJ     PIC 9(07).
           05 STM-CNT-UPDT       PIC 9(07).
           05 STM-CNT-ADD        PIC 9(07).
           05 STM-CNT-DEL        PIC 9(07).
           05 STM-CNT-XFER       PIC 9(07).
           05 STM-CNT-FREEZE     PIC 9(07).
           05 STM-CNT-UNFREEZE   PIC 9(07).
           05 STM-CNT-REVERSE    PIC 9(07).
           05 STM-CNT-REJECT     PIC 9(07).
           05 STM-WORST-RC       PIC 9(02).
           05 STM-HIST-DONE      PIC X(01).
              88 STM-HIST-APPENDED              VALUE 'Y'.
           05 STM-CNT-ASSIGNED   PIC 9(07).
           05 STM-CNT-HOLD       PIC 9(07).
           05 STM-CNT-RELEASE    PIC 9(07).
       FD  SOU-FILE RECORDING MODE F.
         01  SOU-REC          PIC X(105).
       FD  SNG-FILE RECORDING MODE F.
         01  SNG-REC.
           05 SNG-ID         PIC 9(05).
           05 SNG-DVZ        PIC 9(03).
           05 SNG-BALANCE    PIC S9(15) SIGN IS LEADING SEPARATE.
       FD  NEG-FILE RECORDING MODE F.
         01  NEG-REC.
           05 NEG-ID         PIC 9(05).
           05 NEG-DVZ        PIC 9(03).
           05 NEG-BALANCE    PIC S9(15) SIGN IS LEADING SEPARATE.
       FD  DAY-FILE RECORDING MODE F.
         01  DAY-REC          PIC X(105).
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
                              'CONSOLIDATED DAILY REPORT '.
         05  FILLER         PIC X(11) VALUE ' RUN DATE: '.
         05  HDR-DATE-O     PIC 9(07).
         05  FILLER         PIC X(08) VALUE ' CYCLE: '.
         05  HDR-CYCLE-O    PIC 9(05).
      *
       01  HEADER-1.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(06) VALUE 'Stream'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE 'Dvz    '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(06) VALUE 'Status'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(09) VALUE 'Split    '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(09) VALUE 'Rejected '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(02) VALUE 'RC'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(08) VALUE 'Start   '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(08) VALUE 'End     '.
      *
       01  HEADER-2.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(06) VALUE '------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE '-------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(06) VALUE '------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(09) VALUE '---------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(09) VALUE '---------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(02) VALUE '--'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(08) VALUE '--------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(08) VALUE '--------'.
      *
       01  SECTION-LINE.
         05  FILLER         PIC X(01) VALUE ' '.
         05  SEC-TEXT-O     PIC X(50).
      *----------------------------------------------------------------*
      *    HEADER AREA END                                             *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DETAIL AREA START                                           *
      *----------------------------------------------------------------*
       01  DETAIL-LINE.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE SPACES.
         05  DET-STREAM-O   PIC X(01).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-DVZ-LOW-O  PIC 9(03).
         05  FILLER         PIC X(01) VALUE '-'.
         05  DET-DVZ-HIGH-O PIC 9(03).
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE SPACES.
         05  DET-STATUS-O   PIC X(01).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-SPLIT-O    PIC Z,ZZZ,ZZ9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-REJECT-O   PIC Z,ZZZ,ZZ9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-RC-O       PIC 9(02).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-START-O    PIC 9(08).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-END-O      PIC 9(08).
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
       01  EXCEPT-1.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(36) VALUE
                              '*** NEGATIVE BALANCE EXCEPTIONS ***'.
      *
       01  EXCEPT-LINE.
         05  FILLER         PIC X(01) VALUE ' '.
         05  EXC-ID-O       PIC 9(05).
         05  FILLER         PIC X(01) VALUE ' '.
         05  EXC-DVZ-O      PIC 9(03).
         05  FILLER         PIC X(01) VALUE ' '.
         05  EXC-BAL-O      PIC -(15)9.
      *----------------------------------------------------------------*
      *    TRAILER AREA END                                            *
      *----------------------------------------------------------------*
       01  WS-WORK-AREA.
         05 ST-STM         PIC 9(2).
              88 STM-FILE-SUCCESS               VALUE 0 97.
              88 STM-FILE-EOF                   VALUE 10 23.
         05 ST-SOU         PIC 9(2).
              88 SOU-FILE-SUCCESS               VALUE 0 97.
              88 SOU-FILE-EOF                   VALUE 10.
         05 ST-SNG         PIC 9(2).
              88 SNG-FILE-SUCCESS               VALUE 0 97.
              88 SNG-FILE-EOF                   VALUE 10.
         05 ST-NEG         PIC 9(2).
              88 NEG-FILE-SUCCESS               VALUE 0 97.
         05 ST-DAY         PIC 9(2).
              88 DAY-FILE-SUCCESS               VALUE 0 97.
         05 WS-PARM-X      PIC X(05) VALUE SPACES.
         05 WS-CYCLE       PIC 9(05) VALUE ZERO.
         05 WS-STM-ERROR   PIC X(01) VALUE 'N'.
              88 STM-ERROR                      VALUE 'Y'.
         05 WS-STM-DONE    PIC X(01) VALUE 'N'.
              88 STM-DONE                       VALUE 'Y'.
         05 WS-SERIAL-FOUND PIC X(01) VALUE 'N'.
              88 SERIAL-FOUND                   VALUE 'Y'.
         05 WS-STREAM-COUNT PIC 9(02) COMP VALUE ZERO.
         05 WS-WORST-RC    PIC 9(02) VALUE ZERO.
         05 WS-CNT-BALINQ  PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-BALADJ  PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-UPDT    PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-ADD     PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-DEL     PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-XFER    PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-FREEZE  PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-UNFREEZE PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-REVERSE PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-REJECT  PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-ASSIGNED PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-HOLD    PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-RELEASE PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-SPLIT   PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-NEG     PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-REPORT  PIC 9(07) COMP VALUE ZERO.
         05 ST-RUN         PIC 9(2).
              88 RUN-FILE-SUCCESS               VALUE 0 97.
         05 WS-CTL-DATE    PIC 9(07) VALUE ZERO.
         05 WS-CTL-TIME    PIC 9(08) VALUE ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-RUN-CONTROL-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-SELECT-CYCLE.
           PERFORM H120-CHECK-STREAMS.
           PERFORM H200-COPY-STREAM-REPORTS.
           PERFORM H300-WRITE-STREAM-SUMMARY.
           PERFORM H900-WRITE-TRAILER.
           PERFORM H910-WRITE-EXCEPTIONS.
           PERFORM H940-RUN-CONTROL-END.
           MOVE WS-WORST-RC TO RETURN-CODE.
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
           MOVE 'PBEGT036' TO RUN-JOB.
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
                    DISPLAY 'PBEGT036 ALREADY RUN FOR ' WS-CTL-DATE
                            ' STATUS ' RUN-STATUS
                    MOVE 12 TO RETURN-CODE
                    CLOSE RUN-FILE
                    GOBACK
                 END-IF
           END-READ.
       H050-END. EXIT.

       H940-RUN-CONTROL-END.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'PBEGT036' TO RUN-JOB.
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
           ACCEPT WS-PARM-X.

           OPEN INPUT STM-FILE.
           IF NOT STM-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN STMCTL: ' ST-STM
           MOVE ST-STM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT SOU-FILE.
           IF NOT SOU-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN STMOUT: ' ST-SOU
           MOVE ST-SOU TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT SNG-FILE.
           IF NOT SNG-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN STMNEG: ' ST-SNG
           MOVE ST-SNG TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT NEG-FILE.
           IF NOT NEG-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN NEGFILE: ' ST-NEG
           MOVE ST-NEG TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT DAY-FILE.
           IF NOT DAY-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN DAYRPT: ' ST-DAY
           MOVE ST-DAY TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *----------------------------------------------------------------*
      *    CYCLE FROM PARM, OTHERWISE THE LATEST CYCLE ON STMCTL       *
      *----------------------------------------------------------------*
       H110-SELECT-CYCLE.
           IF WS-PARM-X IS NUMERIC
              MOVE WS-PARM-X TO WS-CYCLE
           ELSE
              MOVE LOW-VALUES TO STM-KEY
              START STM-FILE KEY IS NOT LESS THAN STM-KEY
                 INVALID KEY CONTINUE
              END-START
              PERFORM H115-READ-LATEST UNTIL STM-FILE-EOF
           END-IF.
           IF WS-CYCLE = ZERO
              DISPLAY 'NO STREAM CYCLE ON STMCTL'
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.

       H115-READ-LATEST.
           READ STM-FILE NEXT RECORD
              AT END CONTINUE
              NOT AT END MOVE STM-CYCLE TO WS-CYCLE
           END-READ.
       H115-END. EXIT.

      *----------------------------------------------------------------*
      *    ALL STREAMS OF THE CYCLE, THE SERIAL STREAM INCLUDED, MUST  *
      *    HAVE COMPLETED BEFORE THE DAY IS CONSOLIDATED               *
      *----------------------------------------------------------------*
       H120-CHECK-STREAMS.
           PERFORM H125-START-CYCLE.
           PERFORM H130-CHECK-STREAM UNTIL STM-FILE-EOF OR STM-DONE.
           IF WS-STREAM-COUNT = ZERO
              DISPLAY 'NO STREAMS FOR CYCLE ' WS-CYCLE
              SET STM-ERROR TO TRUE
           END-IF.
           IF NOT SERIAL-FOUND
              DISPLAY 'SERIAL STREAM MISSING FOR CYCLE ' WS-CYCLE
              SET STM-ERROR TO TRUE
           END-IF.
           IF STM-ERROR
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.

       H125-START-CYCLE.
           MOVE WS-CYCLE   TO STM-CYCLE.
           MOVE LOW-VALUES TO STM-STREAM.
           MOVE 'N' TO WS-STM-DONE.
           START STM-FILE KEY IS NOT LESS THAN STM-KEY
              INVALID KEY SET STM-DONE TO TRUE
           END-START.
       H125-END. EXIT.

       H130-CHECK-STREAM.
           PERFORM H135-READ-STREAM.
           IF NOT STM-DONE
              ADD 1 TO WS-STREAM-COUNT
              IF STM-STREAM = 'X'
                 SET SERIAL-FOUND TO TRUE
              END-IF
              IF NOT STM-COMPLETED
                 DISPLAY 'STREAM ' STM-STREAM ' CYCLE ' STM-CYCLE
                         ' NOT COMPLETE STATUS ' STM-STATUS
                 SET STM-ERROR TO TRUE
              END-IF
           END-IF.
       H130-END. EXIT.

       H135-READ-STREAM.
           READ STM-FILE NEXT RECORD
              AT END SET STM-DONE TO TRUE
              NOT AT END
                  IF STM-CYCLE NOT = WS-CYCLE
                     SET STM-DONE TO TRUE
                  END-IF
           END-READ.
       H135-END. EXIT.

      *----------------------------------------------------------------*
      *    STREAM REPORTS ARE COPIED AS PRINTED, IN STREAM ORDER       *
      *----------------------------------------------------------------*
       H200-COPY-STREAM-REPORTS.
           PERFORM H210-COPY-REPORT-LINE UNTIL SOU-FILE-EOF.
       H200-END. EXIT.

       H210-COPY-REPORT-LINE.
           READ SOU-FILE
              AT END CONTINUE
              NOT AT END
                  WRITE DAY-REC FROM SOU-REC
                  ADD 1 TO WS-CNT-REPORT
           END-READ.
           IF (NOT SOU-FILE-SUCCESS) AND (NOT SOU-FILE-EOF)
              DISPLAY 'ERROR READING STMOUT: ' ST-SOU
              MOVE ST-SOU TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H210-END. EXIT.

       H300-WRITE-STREAM-SUMMARY.
           MOVE WS-CTL-DATE TO HDR-DATE-O.
           MOVE WS-CYCLE    TO HDR-CYCLE-O.
           WRITE DAY-REC FROM HEADER-0.
           MOVE '*** STREAM SUMMARY ***' TO SEC-TEXT-O.
           WRITE DAY-REC FROM SECTION-LINE.
           WRITE DAY-REC FROM HEADER-1.
           WRITE DAY-REC FROM HEADER-2.
           PERFORM H125-START-CYCLE.
           PERFORM H310-SUMMARISE-STREAM UNTIL STM-FILE-EOF OR STM-DONE.
       H300-END. EXIT.

       H310-SUMMARISE-STREAM.
           PERFORM H135-READ-STREAM.
           IF NOT STM-DONE
              MOVE STM-STREAM      TO DET-STREAM-O
              MOVE STM-DVZ-LOW     TO DET-DVZ-LOW-O
              MOVE STM-DVZ-HIGH    TO DET-DVZ-HIGH-O
              MOVE STM-STATUS      TO DET-STATUS-O
              MOVE STM-SPLIT-COUNT TO DET-SPLIT-O
              MOVE STM-CNT-REJECT  TO DET-REJECT-O
              MOVE STM-WORST-RC    TO DET-RC-O
              MOVE STM-START-TIME  TO DET-START-O
              MOVE STM-END-TIME    TO DET-END-O
              WRITE DAY-REC FROM DETAIL-LINE
              ADD STM-SPLIT-COUNT  TO WS-CNT-SPLIT
              ADD STM-CNT-BALINQ   TO WS-CNT-BALINQ
              ADD STM-CNT-BALADJ   TO WS-CNT-BALADJ
              ADD STM-CNT-UPDT     TO WS-CNT-UPDT
              ADD STM-CNT-ADD      TO WS-CNT-ADD
              ADD STM-CNT-DEL      TO WS-CNT-DEL
              ADD STM-CNT-XFER     TO WS-CNT-XFER
              ADD STM-CNT-FREEZE   TO WS-CNT-FREEZE
              ADD STM-CNT-UNFREEZE TO WS-CNT-UNFREEZE
              ADD STM-CNT-REVERSE  TO WS-CNT-REVERSE
              ADD STM-CNT-REJECT   TO WS-CNT-REJECT
              ADD STM-CNT-ASSIGNED TO WS-CNT-ASSIGNED
              ADD STM-CNT-HOLD     TO WS-CNT-HOLD
              ADD STM-CNT-RELEASE  TO WS-CNT-RELEASE
              IF STM-WORST-RC > WS-WORST-RC
                 MOVE STM-WORST-RC TO WS-WORST-RC
              END-IF
           END-IF.
       H310-END. EXIT.

       H900-WRITE-TRAILER.
           WRITE DAY-REC FROM TRAILER-1.
           MOVE 'STREAMS CONSOLIDATED    :' TO TRL-LABEL-O.
           MOVE WS-STREAM-COUNT TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
           MOVE 'RECORDS SPLIT           :' TO TRL-LABEL-O.
           MOVE WS-CNT-SPLIT TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
           MOVE 'BALANCE INQUIRIES       :' TO TRL-LABEL-O.
           MOVE WS-CNT-BALINQ TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
           MOVE 'BALANCE ADJUSTMENTS     :' TO TRL-LABEL-O.
           MOVE WS-CNT-BALADJ TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
           MOVE 'RECORDS UPDATED         :' TO TRL-LABEL-O.
           MOVE WS-CNT-UPDT TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
           MOVE 'RECORDS ADDED           :' TO TRL-LABEL-O.
           MOVE WS-CNT-ADD TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
           MOVE 'ACCOUNT NUMBERS ASSIGNED:' TO TRL-LABEL-O.
           MOVE WS-CNT-ASSIGNED TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
           MOVE 'RECORDS DELETED         :' TO TRL-LABEL-O.
           MOVE WS-CNT-DEL TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
           MOVE 'TRANSFERS               :' TO TRL-LABEL-O.
           MOVE WS-CNT-XFER TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
           MOVE 'ACCOUNTS FROZEN         :' TO TRL-LABEL-O.
           MOVE WS-CNT-FREEZE TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
           MOVE 'ACCOUNTS UNFROZEN       :' TO TRL-LABEL-O.
           MOVE WS-CNT-UNFREEZE TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
           MOVE 'POSTINGS REVERSED       :' TO TRL-LABEL-O.
           MOVE WS-CNT-REVERSE TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
           MOVE 'HOLDS PLACED            :' TO TRL-LABEL-O.
           MOVE WS-CNT-HOLD TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
           MOVE 'HOLDS RELEASED          :' TO TRL-LABEL-O.
           MOVE WS-CNT-RELEASE TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
           MOVE 'REJECTED RECORDS        :' TO TRL-LABEL-O.
           MOVE WS-CNT-REJECT TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
           MOVE 'WORST RETURN CODE       :' TO TRL-LABEL-O.
           MOVE WS-WORST-RC TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
           MOVE 'STREAM REPORT LINES     :' TO TRL-LABEL-O.
           MOVE WS-CNT-REPORT TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
       H900-END. EXIT.

      *----------------------------------------------------------------*
      *    STREAM NEGFILES ARE COMBINED INTO THE DAY'S NEGFILE         *
      *----------------------------------------------------------------*
       H910-WRITE-EXCEPTIONS.
           WRITE DAY-REC FROM EXCEPT-1.
           PERFORM H915-COPY-EXCEPTION UNTIL SNG-FILE-EOF.
           MOVE 'NEGATIVE BALANCES       :' TO TRL-LABEL-O.
           MOVE WS-CNT-NEG TO TRL-COUNT-O.
           WRITE DAY-REC FROM TRAILER-LINE.
       H910-END. EXIT.

       H915-COPY-EXCEPTION.
           READ SNG-FILE
              AT END CONTINUE
              NOT AT END
                  MOVE SNG-REC     TO NEG-REC
                  WRITE NEG-REC
                  MOVE SNG-ID      TO EXC-ID-O
                  MOVE SNG-DVZ     TO EXC-DVZ-O
                  MOVE SNG-BALANCE TO EXC-BAL-O
                  WRITE DAY-REC FROM EXCEPT-LINE
                  ADD 1 TO WS-CNT-NEG
           END-READ.
           IF (NOT SNG-FILE-SUCCESS) AND (NOT SNG-FILE-EOF)
              DISPLAY 'ERROR READING STMNEG: ' ST-SNG
              MOVE ST-SNG TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H915-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-FILE.
           CLOSE STM-FILE.
           CLOSE SOU-FILE.
           CLOSE SNG-FILE.
           CLOSE NEG-FILE.
           CLOSE DAY-FILE.
           GOBACK.
       H999-EXIT.
