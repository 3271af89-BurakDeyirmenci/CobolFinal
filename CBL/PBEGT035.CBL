       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGT035.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STM-FILE  ASSIGN TO STMCTL
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY STM-KEY
                            STATUS ST-STM.
           SELECT SHS-FILE-1 ASSIGN TO HSTFIL1
                            STATUS ST-SHS1.
           SELECT SHS-FILE-2 ASSIGN TO HSTFIL2
                            STATUS ST-SHS2.
           SELECT SHS-FILE-3 ASSIGN TO HSTFIL3
                            STATUS ST-SHS3.
           SELECT SHS-FILE-4 ASSIGN TO HSTFIL4
                            STATUS ST-SHS4.
           SELECT HIST-FILE ASSIGN TO HISTFILE
                            STATUS ST-HIST.
           SELECT RPT-FILE  ASSIGN TO HSARPT
                            STATUS ST-RPT.
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
       FD  SHS-FILE-1 RECORDING MODE F.
         01  SHS-REC-1        PIC X(124).
       FD  SHS-FILE-2 RECORDING MODE F.
         01  SHS-REC-2        PIC X(124).
       FD  SHS-FILE-3 RECORDING MODE F.
         01  SHS-REC-3        PIC X(124).
       FD  SHS-FILE-4 RECORDING MODE F.
         01  SHS-REC-4        PIC X(124).
       FD  HIST-FILE RECORDING MODE F.
         01  HIST-REC         PIC X(124).
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
                              'STREAM HISTORY APPEND     '.
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
         05  FILLER         PIC X(09) VALUE 'Records  '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(20) VALUE 'Note                '.
      *
       01  HEADER-2.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(06) VALUE '------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE '-------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(09) VALUE '---------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(20) VALUE '--------------------'.
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
         05  DET-COUNT-O    PIC Z,ZZZ,ZZ9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-NOTE-O     PIC X(20).
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
       01  WS-WORK-AREA.
         05 ST-STM         PIC 9(2).
              88 STM-FILE-SUCCESS               VALUE 0 97.
              88 STM-FILE-EOF                   VALUE 10 23.
         05 ST-SHS1        PIC 9(2).
              88 SHS1-FILE-SUCCESS              VALUE 0 97.
              88 SHS1-FILE-EOF                  VALUE 10.
         05 ST-SHS2        PIC 9(2).
              88 SHS2-FILE-SUCCESS              VALUE 0 97.
              88 SHS2-FILE-EOF                  VALUE 10.
         05 ST-SHS3        PIC 9(2).
              88 SHS3-FILE-SUCCESS              VALUE 0 97.
              88 SHS3-FILE-EOF                  VALUE 10.
         05 ST-SHS4        PIC 9(2).
              88 SHS4-FILE-SUCCESS              VALUE 0 97.
              88 SHS4-FILE-EOF                  VALUE 10.
         05 ST-HIST        PIC 9(2).
              88 HIST-FILE-SUCCESS              VALUE 0 97.
         05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
         05 WS-PARM-X      PIC X(05) VALUE SPACES.
         05 WS-CYCLE       PIC 9(05) VALUE ZERO.
         05 WS-STM-ERROR   PIC X(01) VALUE 'N'.
              88 STM-ERROR                      VALUE 'Y'.
         05 WS-SHS-DONE    PIC X(01) VALUE 'N'.
              88 SHS-DONE                       VALUE 'Y'.
         05 WS-IX          PIC 9(02) COMP VALUE ZERO.
         05 WS-STREAM-COUNT PIC 9(02) COMP VALUE ZERO.
         05 WS-STREAM-NO   PIC 9(01) VALUE ZERO.
         05 WS-SHS-COUNT   PIC 9(07) VALUE ZERO.
         05 WS-CNT-APPENDED PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-STREAMS PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-SKIPPED PIC 9(07) COMP VALUE ZERO.
         05 ST-RUN         PIC 9(2).
              88 RUN-FILE-SUCCESS               VALUE 0 97.
         05 WS-CTL-DATE    PIC 9(07) VALUE ZERO.
         05 WS-CTL-TIME    PIC 9(08) VALUE ZERO.
      *
       01  WS-STM-TABLE.
         05 WS-STM-ENTRY   OCCURS 4.
            10 STM-T-FOUND    PIC X(01).
               88 STM-FOUND                   VALUE 'Y'.
            10 STM-T-DONE     PIC X(01).
               88 STM-T-APPENDED              VALUE 'Y'.
            10 STM-T-LOW      PIC 9(03).
            10 STM-T-HIGH     PIC 9(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-RUN-CONTROL-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-SELECT-CYCLE.
           PERFORM H120-CHECK-STREAMS.
           PERFORM H150-WRITE-HEADERS.
           PERFORM H200-APPEND-STREAM
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 4.
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
           MOVE 'PBEGT035' TO RUN-JOB.
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
                    DISPLAY 'PBEGT035 ALREADY RUN FOR ' WS-CTL-DATE
                            ' STATUS ' RUN-STATUS
                    MOVE 12 TO RETURN-CODE
                    CLOSE RUN-FILE
                    GOBACK
                 END-IF
           END-READ.
       H050-END. EXIT.

       H940-RUN-CONTROL-END.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'PBEGT035' TO RUN-JOB.
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
           PERFORM H105-CLEAR-STREAM
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 4.

           OPEN I-O STM-FILE.
           IF NOT STM-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN STMCTL: ' ST-STM
           MOVE ST-STM TO RETURN-CODE
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
           DISPLAY 'UNABLE TO OPEN HSARPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H105-CLEAR-STREAM.
           MOVE 'N'  TO STM-T-FOUND (WS-IX).
           MOVE 'N'  TO STM-T-DONE (WS-IX).
           MOVE ZERO TO STM-T-LOW (WS-IX).
           MOVE ZERO TO STM-T-HIGH (WS-IX).
       H105-END. EXIT.

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
      *    EVERY PARALLEL STREAM OF THE CYCLE MUST HAVE COMPLETED      *
      *    BEFORE ITS HISTORY IS ADDED TO HISTFILE                     *
      *----------------------------------------------------------------*
       H120-CHECK-STREAMS.
           MOVE WS-CYCLE   TO STM-CYCLE.
           MOVE LOW-VALUES TO STM-STREAM.
           START STM-FILE KEY IS NOT LESS THAN STM-KEY
              INVALID KEY CONTINUE
           END-START.
           MOVE 'N' TO WS-SHS-DONE.
           PERFORM H125-READ-STREAM UNTIL STM-FILE-EOF OR SHS-DONE.
           IF WS-STREAM-COUNT = ZERO
              DISPLAY 'NO PARALLEL STREAMS FOR CYCLE ' WS-CYCLE
              SET STM-ERROR TO TRUE
           END-IF.
           IF STM-ERROR
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H120-END. EXIT.

       H125-READ-STREAM.
           READ STM-FILE NEXT RECORD
              AT END CONTINUE
              NOT AT END
                  IF STM-CYCLE NOT = WS-CYCLE
                     SET SHS-DONE TO TRUE
                  ELSE
                     IF STM-STREAM NOT = 'X'
                        PERFORM H130-NOTE-STREAM
                     END-IF
                  END-IF
           END-READ.
       H125-END. EXIT.

       H130-NOTE-STREAM.
           MOVE STM-STREAM TO WS-IX.
           ADD 1 TO WS-STREAM-COUNT.
           MOVE 'Y'          TO STM-T-FOUND (WS-IX).
           MOVE STM-DVZ-LOW  TO STM-T-LOW (WS-IX).
           MOVE STM-DVZ-HIGH TO STM-T-HIGH (WS-IX).
           IF STM-HIST-APPENDED
              MOVE 'Y' TO STM-T-DONE (WS-IX)
           END-IF.
           IF NOT STM-COMPLETED
              DISPLAY 'STREAM ' STM-STREAM ' CYCLE ' STM-CYCLE
                      ' NOT COMPLETE STATUS ' STM-STATUS
              SET STM-ERROR TO TRUE
           END-IF.
       H130-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE WS-CTL-DATE TO HDR-DATE-O.
           MOVE WS-CYCLE    TO HDR-CYCLE-O.
           WRITE RPT-REC FROM HEADER-0.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
       H150-END. EXIT.

      *----------------------------------------------------------------*
      *    EACH STREAM IS MARKED ON STMCTL AS SOON AS ITS HISTORY IS   *
      *    COPIED, SO A RERUN AFTER A FAILURE DOES NOT COPY IT TWICE   *
      *----------------------------------------------------------------*
       H200-APPEND-STREAM.
           IF STM-FOUND (WS-IX)
              MOVE ZERO TO WS-SHS-COUNT
              IF STM-T-APPENDED (WS-IX)
                 MOVE 'ALREADY APPENDED' TO DET-NOTE-O
                 ADD 1 TO WS-CNT-SKIPPED
              ELSE
                 MOVE 'N' TO WS-SHS-DONE
                 PERFORM H210-OPEN-STREAM-HISTORY
                 PERFORM H220-COPY-HISTORY UNTIL SHS-DONE
                 PERFORM H230-CLOSE-STREAM-HISTORY
                 PERFORM H240-MARK-APPENDED
                 MOVE 'APPENDED' TO DET-NOTE-O
                 ADD 1 TO WS-CNT-STREAMS
              END-IF
              MOVE WS-IX              TO WS-STREAM-NO
              MOVE WS-STREAM-NO       TO DET-STREAM-O
              MOVE STM-T-LOW (WS-IX)  TO DET-DVZ-LOW-O
              MOVE STM-T-HIGH (WS-IX) TO DET-DVZ-HIGH-O
              MOVE WS-SHS-COUNT       TO DET-COUNT-O
              WRITE RPT-REC FROM DETAIL-LINE
           END-IF.
       H200-END. EXIT.

       H210-OPEN-STREAM-HISTORY.
           EVALUATE WS-IX
              WHEN 1
                 OPEN INPUT SHS-FILE-1
                 IF NOT SHS1-FILE-SUCCESS
                 DISPLAY 'UNABLE TO OPEN HSTFIL1: ' ST-SHS1
                 MOVE ST-SHS1 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
                 END-IF
              WHEN 2
                 OPEN INPUT SHS-FILE-2
                 IF NOT SHS2-FILE-SUCCESS
                 DISPLAY 'UNABLE TO OPEN HSTFIL2: ' ST-SHS2
                 MOVE ST-SHS2 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
                 END-IF
              WHEN 3
                 OPEN INPUT SHS-FILE-3
                 IF NOT SHS3-FILE-SUCCESS
                 DISPLAY 'UNABLE TO OPEN HSTFIL3: ' ST-SHS3
                 MOVE ST-SHS3 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
                 END-IF
              WHEN OTHER
                 OPEN INPUT SHS-FILE-4
                 IF NOT SHS4-FILE-SUCCESS
                 DISPLAY 'UNABLE TO OPEN HSTFIL4: ' ST-SHS4
                 MOVE ST-SHS4 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-EVALUATE.
       H210-END. EXIT.

       H220-COPY-HISTORY.
           EVALUATE WS-IX
              WHEN 1
                 READ SHS-FILE-1 INTO HIST-REC
                    AT END SET SHS-DONE TO TRUE
                 END-READ
                 IF (NOT SHS1-FILE-SUCCESS) AND (NOT SHS1-FILE-EOF)
                    DISPLAY 'ERROR READING HSTFIL1: ' ST-SHS1
                    MOVE ST-SHS1 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              WHEN 2
                 READ SHS-FILE-2 INTO HIST-REC
                    AT END SET SHS-DONE TO TRUE
                 END-READ
                 IF (NOT SHS2-FILE-SUCCESS) AND (NOT SHS2-FILE-EOF)
                    DISPLAY 'ERROR READING HSTFIL2: ' ST-SHS2
                    MOVE ST-SHS2 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              WHEN 3
                 READ SHS-FILE-3 INTO HIST-REC
                    AT END SET SHS-DONE TO TRUE
                 END-READ
                 IF (NOT SHS3-FILE-SUCCESS) AND (NOT SHS3-FILE-EOF)
                    DISPLAY 'ERROR READING HSTFIL3: ' ST-SHS3
                    MOVE ST-SHS3 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              WHEN OTHER
                 READ SHS-FILE-4 INTO HIST-REC
                    AT END SET SHS-DONE TO TRUE
                 END-READ
                 IF (NOT SHS4-FILE-SUCCESS) AND (NOT SHS4-FILE-EOF)
                    DISPLAY 'ERROR READING HSTFIL4: ' ST-SHS4
                    MOVE ST-SHS4 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-EVALUATE.
           IF NOT SHS-DONE
              WRITE HIST-REC
              IF NOT HIST-FILE-SUCCESS
                 DISPLAY 'ERROR WRITING HISTFILE: ' ST-HIST
                 MOVE ST-HIST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-SHS-COUNT
              ADD 1 TO WS-CNT-APPENDED
           END-IF.
       H220-END. EXIT.

       H230-CLOSE-STREAM-HISTORY.
           EVALUATE WS-IX
              WHEN 1
                 CLOSE SHS-FILE-1
              WHEN 2
                 CLOSE SHS-FILE-2
              WHEN 3
                 CLOSE SHS-FILE-3
              WHEN OTHER
                 CLOSE SHS-FILE-4
           END-EVALUATE.
       H230-END. EXIT.

       H240-MARK-APPENDED.
           MOVE WS-CYCLE       TO STM-CYCLE.
           MOVE WS-IX          TO WS-STREAM-NO.
           MOVE WS-STREAM-NO   TO STM-STREAM.
           READ STM-FILE KEY STM-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 MOVE 'Y' TO STM-HIST-DONE
                 REWRITE STM-REC
           END-READ.
       H240-END. EXIT.

       H900-WRITE-TRAILER.
           WRITE RPT-REC FROM TRAILER-1.
           MOVE 'STREAMS APPENDED        :' TO TRL-LABEL-O.
           MOVE WS-CNT-STREAMS TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'STREAMS ALREADY DONE    :' TO TRL-LABEL-O.
           MOVE WS-CNT-SKIPPED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'HISTORY RECORDS ADDED   :' TO TRL-LABEL-O.
           MOVE WS-CNT-APPENDED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-FILE.
           CLOSE STM-FILE.
           CLOSE HIST-FILE.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
