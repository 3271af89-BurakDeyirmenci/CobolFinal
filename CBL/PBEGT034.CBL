       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGT034.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLN-FILE  ASSIGN TO CLNFILE
                            STATUS ST-CLN.
           SELECT PRM-FILE  ASSIGN TO PRTPARM
                            STATUS ST-PRM.
           SELECT PRT-FILE-1 ASSIGN TO PRTFIL1
                            STATUS ST-PRT1.
           SELECT PRT-FILE-2 ASSIGN TO PRTFIL2
                            STATUS ST-PRT2.
           SELECT PRT-FILE-3 ASSIGN TO PRTFIL3
                            STATUS ST-PRT3.
           SELECT PRT-FILE-4 ASSIGN TO PRTFIL4
                            STATUS ST-PRT4.
           SELECT PRT-FILE-X ASSIGN TO PRTFILX
                            STATUS ST-PRTX.
           SELECT STM-FILE  ASSIGN TO STMCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY STM-KEY
                            STATUS ST-STM.
           SELECT RPT-FILE  ASSIGN TO PRTRPT
                            STATUS ST-RPT.
           SELECT RUN-FILE  ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY RUN-KEY
                            STATUS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
        FD  CLN-FILE RECORDING MODE F.
         01  FLTIN.
           05 REC-PROCESS    PIC 9(01).
              88 REC-HEADER                 VALUE 0.
              88 REC-TRAILER                VALUE 9.
              88 REC-CONTROL                VALUES 0 9.
           05 REC-PROCESS-X REDEFINES REC-PROCESS PIC X(01).
              88 REC-REVERSAL               VALUE 'R'.
           05 REC-ID         PIC 9(05).
           05 REC-DVZ        PIC 9(03).
           05 REC-NAME       PIC X(15).
           05 REC-SURNAME    PIC X(15).
           05 REC-AMOUNT     PIC S9(15) SIGN IS LEADING SEPARATE.
           05 REC-DATE       PIC 9(07).
           05 REC-OVERRIDE   PIC X(01).
         01  FLTIN-XFER.
           05 FILLER         PIC X(01).
           05 FILLER         PIC X(05).
           05 FILLER         PIC X(03).
           05 XFER-TO-ID     PIC 9(05).
           05 XFER-TO-DVZ    PIC 9(03).
           05 FILLER         PIC X(46).
         01  FLTIN-HDR.
           05 HDR-TYPE       PIC 9(01).
           05 HDR-CREATE-DATE PIC 9(07).
           05 HDR-CYCLE      PIC 9(05).
           05 HDR-STREAM     PIC X(01).
           05 FILLER         PIC X(49).
         01  FLTIN-TRL.
           05 TRL-TYPE       PIC 9(01).
           05 TRL-REC-COUNT  PIC 9(07).
           05 TRL-HASH-TOTAL PIC S9(15) SIGN IS LEADING SEPARATE.
           05 FILLER         PIC X(39).
        FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-STREAM     PIC 9(01).
           05 PRM-DVZ-LOW    PIC 9(03).
           05 PRM-DVZ-HIGH   PIC 9(03).
           05 FILLER         PIC X(73).
        FD  PRT-FILE-1 RECORDING MODE F.
         01  PRT-REC-1        PIC X(63).
        FD  PRT-FILE-2 RECORDING MODE F.
         01  PRT-REC-2        PIC X(63).
        FD  PRT-FILE-3 RECORDING MODE F.
         01  PRT-REC-3        PIC X(63).
        FD  PRT-FILE-4 RECORDING MODE F.
         01  PRT-REC-4        PIC X(63).
        FD  PRT-FILE-X RECORDING MODE F.
         01  PRT-REC-X        PIC X(63).
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
                              'INPUT PARTITION SPLIT     '.
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
         05  FILLER         PIC X(20) VALUE 'Amount Hash         '.
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
         05  DET-DVZ-SEP-O  PIC X(01).
         05  DET-DVZ-HIGH-O PIC 9(03).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-COUNT-O    PIC Z,ZZZ,ZZ9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-HASH-O     PIC -(19)9.
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
         05 ST-CLN         PIC 9(2).
              88 CLN-FILE-SUCCESS               VALUE 0 97.
              88 CLN-FILE-EOF                   VALUE 10.
         05 ST-PRM         PIC 9(2).
              88 PRM-FILE-SUCCESS               VALUE 0 97.
              88 PRM-FILE-EOF                   VALUE 10.
         05 ST-PRT1        PIC 9(2).
              88 PRT1-FILE-SUCCESS              VALUE 0 97.
         05 ST-PRT2        PIC 9(2).
              88 PRT2-FILE-SUCCESS              VALUE 0 97.
         05 ST-PRT3        PIC 9(2).
              88 PRT3-FILE-SUCCESS              VALUE 0 97.
         05 ST-PRT4        PIC 9(2).
              88 PRT4-FILE-SUCCESS              VALUE 0 97.
         05 ST-PRTX        PIC 9(2).
              88 PRTX-FILE-SUCCESS              VALUE 0 97.
         05 ST-STM         PIC 9(2).
              88 STM-FILE-SUCCESS               VALUE 0 97.
         05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
         05 WS-HDR-FOUND      PIC X(01) VALUE 'N'.
              88 HDR-FOUND                      VALUE 'Y'.
         05 WS-TRL-FOUND      PIC X(01) VALUE 'N'.
              88 TRL-FOUND                      VALUE 'Y'.
         05 WS-VFY-SEQ        PIC 9(07) COMP VALUE ZERO.
         05 WS-VFY-COUNT      PIC 9(07) VALUE ZERO.
         05 WS-VFY-HASH       PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-TRL-COUNT-SAVE PIC 9(07) VALUE ZERO.
         05 WS-TRL-HASH-SAVE  PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-HDR-SAVE       PIC X(63) VALUE SPACES.
         05 WS-HDR-CYCLE-SAVE PIC 9(05) VALUE ZERO.
         05 WS-PRM-COUNT      PIC 9(02) COMP VALUE ZERO.
         05 WS-PRM-ERROR      PIC X(01) VALUE 'N'.
              88 PRM-ERROR                      VALUE 'Y'.
         05 WS-IX             PIC 9(02) COMP VALUE ZERO.
         05 WS-JX             PIC 9(02) COMP VALUE ZERO.
         05 WS-ROUTE-IX       PIC 9(02) COMP VALUE ZERO.
         05 WS-FROM-IX        PIC 9(02) COMP VALUE ZERO.
         05 WS-LOOKUP-DVZ     PIC 9(03) VALUE ZERO.
         05 WS-CNT-READ       PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-PARALLEL   PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-SERIAL     PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-CROSS      PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-REVERSAL   PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-UNASSIGNED PIC 9(07) COMP VALUE ZERO.
         05 ST-RUN         PIC 9(2).
              88 RUN-FILE-SUCCESS               VALUE 0 97.
         05 WS-CTL-DATE    PIC 9(07) VALUE ZERO.
         05 WS-CTL-TIME    PIC 9(08) VALUE ZERO.
      *
      *    STREAMS 1-4 ARE THE PARALLEL DVZ PARTITIONS, ENTRY 5 (X) IS
      *    THE SERIAL STREAM RUN AFTER THEM FOR CROSS-PARTITION WORK
       01  WS-PRT-TABLE.
         05 WS-PRT-SERIAL  PIC 9(02) COMP VALUE 5.
         05 WS-PRT-IDS     PIC X(05) VALUE '1234X'.
         05 WS-PRT-ID      REDEFINES WS-PRT-IDS
                           PIC X(01) OCCURS 5.
         05 WS-PRT-ENTRY   OCCURS 5.
            10 PRT-T-USED     PIC X(01).
               88 PRT-USED                    VALUE 'Y'.
            10 PRT-T-OPEN     PIC X(01).
               88 PRT-OPEN                    VALUE 'Y'.
            10 PRT-T-LOW      PIC 9(03).
            10 PRT-T-HIGH     PIC 9(03).
            10 PRT-T-COUNT    PIC 9(07).
            10 PRT-T-HASH     PIC S9(15) COMP-3.
      *
       01  WS-OUT-REC         PIC X(63).
       01  WS-OUT-HDR.
         05 OHD-TYPE          PIC 9(01).
         05 OHD-CREATE-DATE   PIC 9(07).
         05 OHD-CYCLE         PIC 9(05).
         05 OHD-STREAM        PIC X(01).
         05 FILLER            PIC X(49).
       01  WS-OUT-TRL.
         05 OTR-TYPE          PIC 9(01).
         05 OTR-REC-COUNT     PIC 9(07).
         05 OTR-HASH-TOTAL    PIC S9(15) SIGN IS LEADING SEPARATE.
         05 FILLER            PIC X(39).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-RUN-CONTROL-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-LOAD-PARTITIONS.
           PERFORM H130-VERIFY-INPUT.
           PERFORM H140-CHECK-STREAMS.
           PERFORM H150-WRITE-HEADERS.
           PERFORM H160-OPEN-PARTITION
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-PRT-SERIAL.
           PERFORM H200-PROCESS UNTIL CLN-FILE-EOF.
           PERFORM H700-CLOSE-PARTITION
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-PRT-SERIAL.
           PERFORM H800-REGISTER-STREAM
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-PRT-SERIAL.
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
           MOVE 'PBEGT034' TO RUN-JOB.
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
                    DISPLAY 'PBEGT034 ALREADY RUN FOR ' WS-CTL-DATE
                            ' STATUS ' RUN-STATUS
                    MOVE 12 TO RETURN-CODE
                    CLOSE RUN-FILE
                    GOBACK
                 END-IF
           END-READ.
       H050-END. EXIT.

       H940-RUN-CONTROL-END.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'PBEGT034' TO RUN-JOB.
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
           PERFORM H105-CLEAR-PARTITION
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-PRT-SERIAL.
           MOVE 'Y' TO PRT-T-USED (WS-PRT-SERIAL).

           OPEN INPUT CLN-FILE.
           IF NOT CLN-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN CLNFILE: ' ST-CLN
           MOVE ST-CLN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN PRTRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN I-O STM-FILE.
           IF NOT STM-FILE-SUCCESS
              IF ST-STM = 35
                 OPEN OUTPUT STM-FILE
                 CLOSE STM-FILE
                 OPEN I-O STM-FILE
              END-IF
              IF NOT STM-FILE-SUCCESS
                 DISPLAY 'UNABLE TO OPEN STMCTL: ' ST-STM
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H100-END. EXIT.

       H105-CLEAR-PARTITION.
           MOVE 'N'  TO PRT-T-USED (WS-IX).
           MOVE 'N'  TO PRT-T-OPEN (WS-IX).
           MOVE ZERO TO PRT-T-LOW (WS-IX).
           MOVE ZERO TO PRT-T-HIGH (WS-IX).
           MOVE ZERO TO PRT-T-COUNT (WS-IX).
           MOVE ZERO TO PRT-T-HASH (WS-IX).
       H105-END. EXIT.

      *----------------------------------------------------------------*
      *    PRTPARM: ONE RECORD PER PARALLEL STREAM (1-4) WITH ITS      *
      *    DVZ RANGE. RANGES MAY NOT OVERLAP. A DVZ IN NO RANGE IS     *
      *    PROCESSED BY THE SERIAL STREAM.                             *
      *----------------------------------------------------------------*
       H110-LOAD-PARTITIONS.
           OPEN INPUT PRM-FILE.
           IF NOT PRM-FILE-SUCCESS
              DISPLAY 'UNABLE TO OPEN PRTPARM: ' ST-PRM
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H115-READ-PARTITION UNTIL PRM-FILE-EOF.
           CLOSE PRM-FILE.
           IF WS-PRM-COUNT = ZERO
              DISPLAY 'PRTPARM HAS NO PARTITION RECORDS'
              SET PRM-ERROR TO TRUE
           END-IF.
           IF PRM-ERROR
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.

       H115-READ-PARTITION.
           READ PRM-FILE.
           IF (NOT PRM-FILE-SUCCESS) AND (NOT PRM-FILE-EOF)
              DISPLAY 'UNABLE TO READ PRTPARM: ' ST-PRM
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT PRM-FILE-EOF
              PERFORM H120-CHECK-PARTITION
           END-IF.
       H115-END. EXIT.

       H120-CHECK-PARTITION.
           IF PRM-STREAM NOT NUMERIC
              OR PRM-DVZ-LOW NOT NUMERIC
              OR PRM-DVZ-HIGH NOT NUMERIC
              DISPLAY 'PRTPARM RECORD NOT NUMERIC: ' PRM-REC(1:7)
              SET PRM-ERROR TO TRUE
           ELSE
              IF PRM-STREAM < 1 OR PRM-STREAM > 4
                 OR PRM-DVZ-LOW > PRM-DVZ-HIGH
                 DISPLAY 'PRTPARM INVALID PARTITION: ' PRM-REC(1:7)
                 SET PRM-ERROR TO TRUE
              ELSE
                 MOVE PRM-STREAM TO WS-IX
                 IF PRT-USED (WS-IX)
                    DISPLAY 'PRTPARM DUPLICATE STREAM: ' PRM-STREAM
                    SET PRM-ERROR TO TRUE
                 ELSE
                    PERFORM H125-CHECK-OVERLAP
                       VARYING WS-JX FROM 1 BY 1 UNTIL WS-JX > 4
                    MOVE 'Y'          TO PRT-T-USED (WS-IX)
                    MOVE PRM-DVZ-LOW  TO PRT-T-LOW (WS-IX)
                    MOVE PRM-DVZ-HIGH TO PRT-T-HIGH (WS-IX)
                    ADD 1 TO WS-PRM-COUNT
                 END-IF
              END-IF
           END-IF.
       H120-END. EXIT.

       H125-CHECK-OVERLAP.
           IF PRT-USED (WS-JX)
              IF PRM-DVZ-LOW NOT > PRT-T-HIGH (WS-JX)
                 AND PRM-DVZ-HIGH NOT < PRT-T-LOW (WS-JX)
                 DISPLAY 'PRTPARM STREAM ' PRM-STREAM
                         ' OVERLAPS STREAM ' WS-PRT-ID (WS-JX)
                 SET PRM-ERROR TO TRUE
              END-IF
           END-IF.
       H125-END. EXIT.

       H130-VERIFY-INPUT.
           PERFORM H132-VERIFY-NEXT UNTIL CLN-FILE-EOF.

           IF NOT HDR-FOUND
              DISPLAY 'CLNFILE HEADER RECORD MISSING'
              MOVE 91 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT TRL-FOUND
              DISPLAY 'CLNFILE TRAILER RECORD MISSING'
              MOVE 93 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-TRL-COUNT-SAVE NOT = WS-VFY-COUNT
              DISPLAY 'CLNFILE COUNT MISMATCH TRL: ' WS-TRL-COUNT-SAVE
                      ' READ: ' WS-VFY-COUNT
              MOVE 94 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-TRL-HASH-SAVE NOT = WS-VFY-HASH
              DISPLAY 'CLNFILE AMOUNT HASH MISMATCH'
              MOVE 95 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.

           CLOSE CLN-FILE.
           OPEN INPUT CLN-FILE.
           IF NOT CLN-FILE-SUCCESS
              DISPLAY 'UNABLE TO REOPEN CLNFILE: ' ST-CLN
              MOVE ST-CLN TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H130-END. EXIT.

       H132-VERIFY-NEXT.
           READ CLN-FILE.
           IF (NOT CLN-FILE-SUCCESS) AND (NOT CLN-FILE-EOF)
              DISPLAY 'UNABLE TO READ CLNFILE: ' ST-CLN
              MOVE ST-CLN TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT CLN-FILE-EOF
              PERFORM H135-VERIFY-RECORD
           END-IF.
       H132-END. EXIT.

       H135-VERIFY-RECORD.
           ADD 1 TO WS-VFY-SEQ.
           EVALUATE TRUE
              WHEN REC-HEADER AND NOT REC-REVERSAL
                 IF WS-VFY-SEQ NOT = 1
                    DISPLAY 'CLNFILE HEADER NOT FIRST RECORD'
                    MOVE 91 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 MOVE FLTIN     TO WS-HDR-SAVE
                 MOVE HDR-CYCLE TO WS-HDR-CYCLE-SAVE
                 SET HDR-FOUND TO TRUE
              WHEN REC-TRAILER AND NOT REC-REVERSAL
                 IF TRL-FOUND
                    DISPLAY 'CLNFILE DUPLICATE TRAILER RECORD'
                    MOVE 93 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 MOVE TRL-REC-COUNT  TO WS-TRL-COUNT-SAVE
                 MOVE TRL-HASH-TOTAL TO WS-TRL-HASH-SAVE
                 SET TRL-FOUND TO TRUE
              WHEN OTHER
                 IF WS-VFY-SEQ = 1
                    DISPLAY 'CLNFILE HEADER RECORD MISSING'
                    MOVE 91 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 IF TRL-FOUND
                    DISPLAY 'CLNFILE RECORD AFTER TRAILER'
                    MOVE 93 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 ADD 1 TO WS-VFY-COUNT
                 IF FLTIN(40:1) = '+' OR FLTIN(40:1) = '-'
                    IF FLTIN(41:15) IS NUMERIC
                       ADD REC-AMOUNT TO WS-VFY-HASH
                          ON SIZE ERROR CONTINUE
                       END-ADD
                    END-IF
                 END-IF
           END-EVALUATE.
       H135-END. EXIT.

      *----------------------------------------------------------------*
      *    A STREAM ALREADY STARTED FOR THIS CYCLE MUST NOT BE FED A   *
      *    NEW PARTITION FILE                                          *
      *----------------------------------------------------------------*
       H140-CHECK-STREAMS.
           PERFORM H145-CHECK-STREAM
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-PRT-SERIAL.
       H140-END. EXIT.

       H145-CHECK-STREAM.
           MOVE WS-HDR-CYCLE-SAVE TO STM-CYCLE.
           MOVE WS-PRT-ID (WS-IX) TO STM-STREAM.
           READ STM-FILE KEY STM-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 IF NOT STM-PENDING
                    DISPLAY 'STREAM ' STM-STREAM ' CYCLE ' STM-CYCLE
                            ' ALREADY STARTED STATUS ' STM-STATUS
                    MOVE 12 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
           END-READ.
       H145-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE WS-CTL-DATE       TO HDR-DATE-O.
           MOVE WS-HDR-CYCLE-SAVE TO HDR-CYCLE-O.
           WRITE RPT-REC FROM HEADER-0.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
       H150-END. EXIT.

       H160-OPEN-PARTITION.
           IF PRT-USED (WS-IX)
              EVALUATE WS-IX
                 WHEN 1
                    OPEN OUTPUT PRT-FILE-1
                    IF NOT PRT1-FILE-SUCCESS
                       DISPLAY 'UNABLE TO OPEN PRTFIL1: ' ST-PRT1
                       MOVE ST-PRT1 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                    END-IF
                 WHEN 2
                    OPEN OUTPUT PRT-FILE-2
                    IF NOT PRT2-FILE-SUCCESS
                       DISPLAY 'UNABLE TO OPEN PRTFIL2: ' ST-PRT2
                       MOVE ST-PRT2 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                    END-IF
                 WHEN 3
                    OPEN OUTPUT PRT-FILE-3
                    IF NOT PRT3-FILE-SUCCESS
                       DISPLAY 'UNABLE TO OPEN PRTFIL3: ' ST-PRT3
                       MOVE ST-PRT3 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                    END-IF
                 WHEN 4
                    OPEN OUTPUT PRT-FILE-4
                    IF NOT PRT4-FILE-SUCCESS
                       DISPLAY 'UNABLE TO OPEN PRTFIL4: ' ST-PRT4
                       MOVE ST-PRT4 TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                    END-IF
                 WHEN OTHER
                    OPEN OUTPUT PRT-FILE-X
                    IF NOT PRTX-FILE-SUCCESS
                       DISPLAY 'UNABLE TO OPEN PRTFILX: ' ST-PRTX
                       MOVE ST-PRTX TO RETURN-CODE
                       PERFORM H999-PROGRAM-EXIT
                    END-IF
              END-EVALUATE
              MOVE 'Y' TO PRT-T-OPEN (WS-IX)
              MOVE WS-HDR-SAVE       TO WS-OUT-HDR
              MOVE WS-PRT-ID (WS-IX) TO OHD-STREAM
              MOVE WS-OUT-HDR        TO WS-OUT-REC
              MOVE WS-IX             TO WS-ROUTE-IX
              PERFORM H250-WRITE-PARTITION
           END-IF.
       H160-END. EXIT.

       H200-PROCESS.
           READ CLN-FILE.
           IF (NOT CLN-FILE-SUCCESS) AND (NOT CLN-FILE-EOF)
           DISPLAY 'UNABLE TO READ CLNFILE: ' ST-CLN
           MOVE ST-CLN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT CLN-FILE-EOF)
              AND (REC-REVERSAL OR NOT REC-CONTROL)
              ADD 1 TO WS-CNT-READ
              PERFORM H210-ROUTE-RECORD
           END-IF.
       H200-END. EXIT.

      *----------------------------------------------------------------*
      *    REVERSALS AND TRANSFERS BETWEEN TWO PARTITIONS GO TO THE    *
      *    SERIAL STREAM SO BOTH LEGS ARE POSTED BY ONE PBEGT011 CALL  *
      *----------------------------------------------------------------*
       H210-ROUTE-RECORD.
           MOVE REC-DVZ TO WS-LOOKUP-DVZ.
           PERFORM H220-FIND-PARTITION.
           MOVE WS-ROUTE-IX TO WS-FROM-IX.
           EVALUATE TRUE
              WHEN REC-REVERSAL
                 MOVE WS-PRT-SERIAL TO WS-ROUTE-IX
                 ADD 1 TO WS-CNT-REVERSAL
              WHEN WS-FROM-IX = WS-PRT-SERIAL
                 ADD 1 TO WS-CNT-UNASSIGNED
              WHEN REC-PROCESS-X = '6'
                 MOVE XFER-TO-DVZ TO WS-LOOKUP-DVZ
                 PERFORM H220-FIND-PARTITION
                 IF WS-ROUTE-IX NOT = WS-FROM-IX
                    MOVE WS-PRT-SERIAL TO WS-ROUTE-IX
                    ADD 1 TO WS-CNT-CROSS
                 END-IF
           END-EVALUATE.
           IF WS-ROUTE-IX = WS-PRT-SERIAL
              ADD 1 TO WS-CNT-SERIAL
           ELSE
              ADD 1 TO WS-CNT-PARALLEL
           END-IF.
           ADD 1 TO PRT-T-COUNT (WS-ROUTE-IX).
           IF FLTIN(40:1) = '+' OR FLTIN(40:1) = '-'
              IF FLTIN(41:15) IS NUMERIC
                 ADD REC-AMOUNT TO PRT-T-HASH (WS-ROUTE-IX)
                    ON SIZE ERROR CONTINUE
                 END-ADD
              END-IF
           END-IF.
           MOVE FLTIN TO WS-OUT-REC.
           PERFORM H250-WRITE-PARTITION.
       H210-END. EXIT.

       H220-FIND-PARTITION.
           MOVE WS-PRT-SERIAL TO WS-ROUTE-IX.
           PERFORM H225-MATCH-PARTITION
              VARYING WS-JX FROM 1 BY 1 UNTIL WS-JX > 4.
       H220-END. EXIT.

       H225-MATCH-PARTITION.
           IF PRT-USED (WS-JX)
              AND WS-LOOKUP-DVZ NOT < PRT-T-LOW (WS-JX)
              AND WS-LOOKUP-DVZ NOT > PRT-T-HIGH (WS-JX)
              MOVE WS-JX TO WS-ROUTE-IX
           END-IF.
       H225-END. EXIT.

       H250-WRITE-PARTITION.
           EVALUATE WS-ROUTE-IX
              WHEN 1
                 WRITE PRT-REC-1 FROM WS-OUT-REC
              WHEN 2
                 WRITE PRT-REC-2 FROM WS-OUT-REC
              WHEN 3
                 WRITE PRT-REC-3 FROM WS-OUT-REC
              WHEN 4
                 WRITE PRT-REC-4 FROM WS-OUT-REC
              WHEN OTHER
                 WRITE PRT-REC-X FROM WS-OUT-REC
           END-EVALUATE.
       H250-END. EXIT.

       H700-CLOSE-PARTITION.
           IF PRT-OPEN (WS-IX)
              MOVE SPACES              TO WS-OUT-TRL
              MOVE 9                   TO OTR-TYPE
              MOVE PRT-T-COUNT (WS-IX) TO OTR-REC-COUNT
              MOVE PRT-T-HASH (WS-IX)  TO OTR-HASH-TOTAL
              MOVE WS-OUT-TRL          TO WS-OUT-REC
              MOVE WS-IX               TO WS-ROUTE-IX
              PERFORM H250-WRITE-PARTITION
              PERFORM H710-CLOSE-ONE
              MOVE WS-PRT-ID (WS-IX)   TO DET-STREAM-O
              MOVE PRT-T-LOW (WS-IX)   TO DET-DVZ-LOW-O
              MOVE PRT-T-HIGH (WS-IX)  TO DET-DVZ-HIGH-O
              MOVE '-'                 TO DET-DVZ-SEP-O
              MOVE PRT-T-COUNT (WS-IX) TO DET-COUNT-O
              MOVE PRT-T-HASH (WS-IX)  TO DET-HASH-O
              WRITE RPT-REC FROM DETAIL-LINE
           END-IF.
       H700-END. EXIT.

       H710-CLOSE-ONE.
           EVALUATE WS-IX
              WHEN 1
                 CLOSE PRT-FILE-1
              WHEN 2
                 CLOSE PRT-FILE-2
              WHEN 3
                 CLOSE PRT-FILE-3
              WHEN 4
                 CLOSE PRT-FILE-4
              WHEN OTHER
                 CLOSE PRT-FILE-X
           END-EVALUATE.
           MOVE 'N' TO PRT-T-OPEN (WS-IX).
       H710-END. EXIT.

       H720-CLOSE-IF-OPEN.
           IF PRT-OPEN (WS-IX)
              PERFORM H710-CLOSE-ONE
           END-IF.
       H720-END. EXIT.

      *----------------------------------------------------------------*
      *    STMCTL GETS A PENDING ENTRY PER STREAM FOR THE CYCLE; AN    *
      *    ENTRY LEFT FROM AN EARLIER SPLIT OF A STREAM NO LONGER IN   *
      *    PRTPARM IS REMOVED                                          *
      *----------------------------------------------------------------*
       H800-REGISTER-STREAM.
           MOVE WS-HDR-CYCLE-SAVE TO STM-CYCLE.
           MOVE WS-PRT-ID (WS-IX) TO STM-STREAM.
           READ STM-FILE KEY STM-KEY
             INVALID KEY
                 IF PRT-USED (WS-IX)
                    PERFORM H810-BUILD-STREAM
                    WRITE STM-REC
                 END-IF
             NOT INVALID KEY
                 IF PRT-USED (WS-IX)
                    PERFORM H810-BUILD-STREAM
                    REWRITE STM-REC
                 ELSE
                    DELETE STM-FILE
                 END-IF
           END-READ.
       H800-END. EXIT.

       H810-BUILD-STREAM.
           MOVE WS-HDR-CYCLE-SAVE   TO STM-CYCLE.
           MOVE WS-PRT-ID (WS-IX)   TO STM-STREAM.
           MOVE 'P'                 TO STM-STATUS.
           MOVE PRT-T-LOW (WS-IX)   TO STM-DVZ-LOW.
           MOVE PRT-T-HIGH (WS-IX)  TO STM-DVZ-HIGH.
           MOVE WS-CTL-DATE         TO STM-SPLIT-DATE.
           MOVE PRT-T-COUNT (WS-IX) TO STM-SPLIT-COUNT.
           MOVE PRT-T-HASH (WS-IX)  TO STM-SPLIT-HASH.
           MOVE ZERO TO STM-START-DATE.
           MOVE ZERO TO STM-START-TIME.
           MOVE ZERO TO STM-END-TIME.
           MOVE ZERO TO STM-CNT-BALINQ.
           MOVE ZERO TO STM-CNT-BALADJ.
           MOVE ZERO TO STM-CNT-UPDT.
           MOVE ZERO TO STM-CNT-ADD.
           MOVE ZERO TO STM-CNT-DEL.
           MOVE ZERO TO STM-CNT-XFER.
           MOVE ZERO TO STM-CNT-FREEZE.
           MOVE ZERO TO STM-CNT-UNFREEZE.
           MOVE ZERO TO STM-CNT-REVERSE.
           MOVE ZERO TO STM-CNT-REJECT.
           MOVE ZERO TO STM-WORST-RC.
           MOVE 'N'  TO STM-HIST-DONE.
           MOVE ZERO TO STM-CNT-ASSIGNED.
           MOVE ZERO TO STM-CNT-HOLD.
           MOVE ZERO TO STM-CNT-RELEASE.
       H810-END. EXIT.

       H900-WRITE-TRAILER.
           WRITE RPT-REC FROM TRAILER-1.
           MOVE 'RECORDS READ            :' TO TRL-LABEL-O.
           MOVE WS-CNT-READ TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'PARALLEL STREAM RECORDS :' TO TRL-LABEL-O.
           MOVE WS-CNT-PARALLEL TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'SERIAL STREAM RECORDS   :' TO TRL-LABEL-O.
           MOVE WS-CNT-SERIAL TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'CROSS-PARTITION XFERS   :' TO TRL-LABEL-O.
           MOVE WS-CNT-CROSS TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'REVERSALS               :' TO TRL-LABEL-O.
           MOVE WS-CNT-REVERSAL TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'DVZ IN NO PARTITION     :' TO TRL-LABEL-O.
           MOVE WS-CNT-UNASSIGNED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-FILE.
           CLOSE CLN-FILE.
           CLOSE STM-FILE.
           CLOSE RPT-FILE.
           PERFORM H720-CLOSE-IF-OPEN
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-PRT-SERIAL.
           GOBACK.
       H999-EXIT.
