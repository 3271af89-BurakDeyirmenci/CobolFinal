       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGT028.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOR-FILE  ASSIGN TO SORETN
                            STATUS ST-SOR.
           SELECT SRJ-FILE  ASSIGN TO SOREJ
                            STATUS ST-SRJ.
           SELECT SO-FILE   ASSIGN TO SOFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY SO-NO
                            STATUS ST-SO.
           SELECT RPT-FILE  ASSIGN TO SOXRPT
                            STATUS ST-RPT.
           SELECT RUN-FILE  ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY RUN-KEY
                            STATUS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
        FD  SOR-FILE RECORDING MODE F.
         01  SOR-REC.
           05 SOR-SO-NO      PIC 9(06).
           05 SOR-ID         PIC 9(05).
           05 SOR-DVZ        PIC 9(03).
           05 SOR-TO-ID      PIC 9(05).
           05 SOR-TO-DVZ     PIC 9(03).
           05 SOR-AMOUNT     PIC S9(15) SIGN IS LEADING SEPARATE.
           05 SOR-DATE       PIC 9(07).
           05 SOR-RC         PIC 9(02).
           05 SOR-DESC       PIC X(30).
        FD  SRJ-FILE RECORDING MODE F.
         01  SRJ-REC          PIC X(77).
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
                              'STANDING ORDER EXCEPTIONS '.
         05  FILLER         PIC X(11) VALUE ' RUN DATE: '.
         05  HDR-DATE-O     PIC 9(07).
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
         05  FILLER         PIC X(02) VALUE 'RC'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(30) VALUE 'Description    '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(12) VALUE 'Action      '.
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
         05  FILLER         PIC X(02) VALUE '--'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(30)
                              VALUE '------------------------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(12) VALUE '------------'.
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
         05  DET-RC-O       PIC 9(02).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-DESC-O     PIC X(30).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-ACTION-O   PIC X(12).
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
         05 ST-SOR         PIC 9(2).
              88 SOR-FILE-SUCCESS               VALUE 0 97.
              88 SOR-FILE-EOF                   VALUE 10.
         05 ST-SRJ         PIC 9(2).
              88 SRJ-FILE-SUCCESS               VALUE 0 97.
              88 SRJ-FILE-EOF                   VALUE 10.
         05 WS-SRJ-FILE-OK PIC X(01) VALUE 'N'.
              88 SRJ-FILE-OK                    VALUE 'Y'.
         05 ST-SO          PIC 9(2).
              88 SO-FILE-SUCCESS                VALUE 0 97.
         05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
         05 WS-RUN-DATE    PIC 9(07) VALUE ZERO.
         05 WS-CNT-READ    PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-POSTED  PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-FLAGGED PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-CLEARED PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-NOTFND  PIC 9(07) COMP VALUE ZERO.
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
           PERFORM H200-PROCESS UNTIL SOR-FILE-EOF.
           PERFORM H250-PROCESS-REJECTS.
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
           MOVE 'PBEGT028' TO RUN-JOB.
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
                    DISPLAY 'PBEGT028 ALREADY RUN FOR ' WS-CTL-DATE
                            ' STATUS ' RUN-STATUS
                    MOVE 12 TO RETURN-CODE
                    CLOSE RUN-FILE
                    GOBACK
                 END-IF
           END-READ.
       H050-END. EXIT.

       H940-RUN-CONTROL-END.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'PBEGT028' TO RUN-JOB.
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
           OPEN INPUT SOR-FILE.
           IF NOT SOR-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN SORETN: ' ST-SOR
           MOVE ST-SOR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN I-O SO-FILE.
           IF NOT SO-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN SOFILE: ' ST-SO
           MOVE ST-SO TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN SOXRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
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
           READ SOR-FILE.
           IF (NOT SOR-FILE-SUCCESS) AND (NOT SOR-FILE-EOF)
           DISPLAY 'UNABLE TO READ SORETN: ' ST-SOR
           MOVE ST-SOR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT SOR-FILE-EOF
              ADD 1 TO WS-CNT-READ
              PERFORM H210-APPLY-RESULT
           END-IF.
       H200-END. EXIT.

       H210-APPLY-RESULT.
           MOVE SOR-SO-NO TO SO-NO.
           READ SO-FILE KEY SO-NO
             INVALID KEY
                 MOVE 'NOT ON FILE' TO DET-ACTION-O
                 PERFORM H300-WRITE-DETAIL
                 ADD 1 TO WS-CNT-NOTFND
             NOT INVALID KEY
                 PERFORM H220-UPDATE-ORDER
           END-READ.
       H210-END. EXIT.

       H220-UPDATE-ORDER.
           MOVE SOR-RC   TO SO-LAST-RC.
           MOVE SOR-DESC TO SO-LAST-DESC.
           IF SOR-RC = ZERO
              ADD 1 TO WS-CNT-POSTED
              IF SO-EXCEPTION
                 MOVE 'A' TO SO-STATUS
                 ADD 1 TO WS-CNT-CLEARED
              END-IF
           ELSE
              IF SO-CANCELLED
                 MOVE 'CANCELLED' TO DET-ACTION-O
              ELSE
                 MOVE 'X' TO SO-STATUS
                 MOVE 'FLAGGED' TO DET-ACTION-O
              END-IF
              PERFORM H300-WRITE-DETAIL
              ADD 1 TO WS-CNT-FLAGGED
           END-IF.
           REWRITE SO-REC.
       H220-END. EXIT.

      *----------------------------------------------------------------*
      *    SOREJ HOLDS STANDING ORDER TRANSFERS REJECTED BY THE EDIT   *
      *    IN PBEGT009. IT IS OPTIONAL AND IS IN SORETN FORMAT.        *
      *----------------------------------------------------------------*
       H250-PROCESS-REJECTS.
           OPEN INPUT SRJ-FILE.
           IF SRJ-FILE-SUCCESS
              SET SRJ-FILE-OK TO TRUE
              PERFORM H255-PROCESS-REJECT UNTIL SRJ-FILE-EOF
           END-IF.
       H250-END. EXIT.

       H255-PROCESS-REJECT.
           READ SRJ-FILE.
           IF (NOT SRJ-FILE-SUCCESS) AND (NOT SRJ-FILE-EOF)
           DISPLAY 'UNABLE TO READ SOREJ: ' ST-SRJ
           MOVE ST-SRJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT SRJ-FILE-EOF
              ADD 1 TO WS-CNT-READ
              MOVE SRJ-REC TO SOR-REC
              PERFORM H210-APPLY-RESULT
           END-IF.
       H255-END. EXIT.

       H300-WRITE-DETAIL.
           MOVE SOR-SO-NO    TO DET-SO-NO-O.
           MOVE SOR-ID       TO DET-FROM-ID-O.
           MOVE SOR-DVZ      TO DET-FROM-DVZ-O.
           MOVE SOR-TO-ID    TO DET-TO-ID-O.
           MOVE SOR-TO-DVZ   TO DET-TO-DVZ-O.
           MOVE SOR-AMOUNT   TO DET-AMOUNT-O.
           MOVE SOR-RC       TO DET-RC-O.
           MOVE SOR-DESC     TO DET-DESC-O.
           WRITE RPT-REC FROM DETAIL-LINE.
       H300-END. EXIT.

       H900-WRITE-TRAILER.
           WRITE RPT-REC FROM TRAILER-1.
           MOVE 'RESULTS READ            :' TO TRL-LABEL-O.
           MOVE WS-CNT-READ TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'TRANSFERS POSTED        :' TO TRL-LABEL-O.
           MOVE WS-CNT-POSTED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'EXCEPTIONS CLEARED      :' TO TRL-LABEL-O.
           MOVE WS-CNT-CLEARED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'ORDERS FLAGGED          :' TO TRL-LABEL-O.
           MOVE WS-CNT-FLAGGED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'ORDERS NOT ON FILE      :' TO TRL-LABEL-O.
           MOVE WS-CNT-NOTFND TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           IF (WS-CNT-FLAGGED > ZERO OR WS-CNT-NOTFND > ZERO)
              AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-FILE.
           CLOSE SOR-FILE.
           IF SRJ-FILE-OK
              CLOSE SRJ-FILE
           END-IF.
           CLOSE SO-FILE.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
