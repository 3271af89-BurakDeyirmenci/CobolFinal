                            STATUS ST-CYC.
           SELECT NEG-FILE  ASSIGN TO NEGFILE
                            STATUS ST-NEG.
           SELECT SOR-FILE  ASSIGN TO SORETN
                            STATUS ST-SOR.
           SELECT BRN-FILE  ASSIGN TO BRNFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            ACCESS RANDOM
                            RECORD KEY RUN-KEY
                            STATUS ST-RUN.
           SELECT STM-FILE  ASSIGN TO STMCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY STM-KEY
                            STATUS ST-STM.
       DATA DIVISION.
       FILE SECTION.
        FD  INP-FILE RECORDING MODE F.
              88 REC-HEADER                 VALUE 0.
              88 REC-TRAILER                VALUE 9.
              88 REC-CONTROL                VALUES 0 9.
           05 REC-PROCESS-X REDEFINES REC-PROCESS PIC X(01).
              88 REC-REVERSAL               VALUE 'R'.
              88 REC-HOLD                   VALUE 'H'.
              88 REC-RELEASE                VALUE 'L'.
              88 REC-ALPHA-PROCESS          VALUES 'R' 'H' 'L'.
           05 REC-ID         PIC 9(05).
           05 REC-DVZ        PIC 9(03).
           05 REC-NAME       PIC X(15).
           05 FILLER         PIC X(03).
           05 XFER-TO-ID     PIC 9(05).
           05 XFER-TO-DVZ    PIC 9(03).
           05 XFER-SO-TAG    PIC X(02).
              88 XFER-STANDING-ORDER        VALUE 'SO'.
           05 XFER-SO-NO     PIC 9(06).
           05 FILLER         PIC X(38).
         01  FLTIN-REV.
           05 FILLER         PIC X(01).
           05 FILLER         PIC X(05).
           05 FILLER         PIC X(03).
           05 REV-ORIG-DATE  PIC 9(07).
           05 REV-ORIG-TIME  PIC 9(08).
           05 REV-ORIG-SEQ   PIC 9(07).
           05 FILLER         PIC X(32).
         01  FLTIN-HOLD.
           05 FILLER         PIC X(01).
           05 FILLER         PIC X(05).
           05 FILLER         PIC X(03).
           05 HOLD-REASON    PIC X(15).
           05 HOLD-EXPIRY    PIC 9(07).
           05 FILLER         PIC X(32).
         01  FLTIN-RLSE.
           05 FILLER         PIC X(01).
           05 FILLER         PIC X(05).
           05 FILLER         PIC X(03).
           05 RLSE-SEQ       PIC 9(03).
           05 FILLER         PIC X(51).
         01  FLTIN-ADD.
           05 FILLER         PIC X(01).
           05 FILLER         PIC X(05).
           05 FILLER         PIC X(03).
           05 FILLER         PIC X(15).
           05 FILLER         PIC X(15).
           05 ADD-CUST-SIGN  PIC X(01).
           05 FILLER         PIC X(08).
           05 ADD-CUST-NO    PIC 9(07).
           05 FILLER         PIC X(08).
         01  FLTIN-HDR.
           05 HDR-TYPE       PIC 9(01).
           05 HDR-CREATE-DATE PIC 9(07).
           05 HDR-CYCLE      PIC 9(05).
           05 HDR-STREAM     PIC X(01).
           05 FILLER         PIC X(49).
         01  FLTIN-TRL.
           05 TRL-TYPE       PIC 9(01).
           05 TRL-REC-COUNT  PIC 9(07).
           05 NEG-ID         PIC 9(05).
           05 NEG-DVZ        PIC 9(03).
           05 NEG-BALANCE    PIC S9(15) SIGN IS LEADING SEPARATE.
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
        FD  BRN-FILE.
         01  BRN-REC.
           05 BRN-DVZ        PIC S9(3) COMP.
           05 RUN-END-TIME    PIC 9(08).
           05 RUN-OVERRIDE    PIC X(01).
              88 RUN-OVERRIDE-SET               VALUE 'Y'.
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
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *    HEADER AREA STRAT                                           *
      *----------------------------------------------------------------*
       01  STREAM-LINE.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(08) VALUE 'STREAM: '.
         05  STR-STREAM-O   PIC X(01).
         05  FILLER         PIC X(09) VALUE '  CYCLE: '.
         05  STR-CYCLE-O    PIC 9(05).
         05  FILLER         PIC X(07) VALUE '  DVZ: '.
         05  STR-DVZ-LOW-O  PIC 9(03).
         05  FILLER         PIC X(01) VALUE '-'.
         05  STR-DVZ-HIGH-O PIC 9(03).
      *
       01  HEADER-1.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE 'Id   '.
         05 ST-BRN         PIC 9(2).
              88 BRN-FILE-SUCCESS               VALUE 0 97.
              88 BRN-FILE-NOTFND                VALUE 23.
         05 ST-SOR         PIC 9(2).
              88 SOR-FILE-SUCCESS               VALUE 0 97.
         05 WS-SOR-OPEN       PIC X(01) VALUE 'N'.
              88 SOR-FILE-OPEN                  VALUE 'Y'.
         05 ST-STM         PIC 9(2).
              88 STM-FILE-SUCCESS               VALUE 0 97.
         05 WS-STM-OPEN       PIC X(01) VALUE 'N'.
              88 STM-FILE-OPEN                  VALUE 'Y'.
         05 WS-PARM-X         PIC X(01) VALUE SPACE.
         05 WS-STREAM         PIC X(01) VALUE SPACE.
              88 STREAM-RUN                     VALUES '1' '2' '3'
                                                       '4' 'X'.
              88 STREAM-SERIAL                  VALUE 'X'.
         05 WS-HDR-STREAM-SAVE PIC X(01) VALUE SPACE.
         05 WS-RUN-JOB        PIC X(08) VALUE 'PBEGT010'.
         05 WS-CYC-CONTROL    PIC X(01) VALUE 'N'.
              88 CYC-CONTROL-FOUND              VALUE 'Y'.
         05 WS-EXPECT-CYCLE   PIC 9(05) VALUE ZERO.
         05 WS-CNT-XFER       PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-FREEZE     PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-UNFREEZE   PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-REVERSE    PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-HOLD       PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-RELEASE    PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-REJECT     PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-ASSIGNED   PIC 9(07) COMP VALUE ZERO.
         05 WS-WORST-RC       PIC 9(02) VALUE ZERO.
         05 WS-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
         05 WS-LINES-PER-PAGE  PIC 9(03) VALUE 050.
              88 WS-FUNC-XFER         VALUE 9.
              88 WS-FUNC-FREEZ        VALUE 10.
              88 WS-FUNC-UNFRZ        VALUE 11.
              88 WS-FUNC-REVRS        VALUE 12.
              88 WS-FUNC-HOLD         VALUE 13.
              88 WS-FUNC-RLSE         VALUE 14.
              88 WS-FUNC-ERR          VALUE 0.
            05 WS-SUB-ID-2       PIC 9(05).
            05 WS-SUB-DVZ-2      PIC 9(03).
            05 WS-SUB-OVERRIDE   PIC X(01).
              88 SUB-OVERRIDE-AUTH    VALUE 'Y'.
            05 WS-SUB-REV-DATE   PIC 9(07).
            05 WS-SUB-REV-TIME   PIC 9(08).
            05 WS-SUB-REV-SEQ    PIC 9(07).
            05 WS-SUB-CUST-NO    PIC 9(07).
            05 WS-SUB-STREAM-NO  PIC 9(01).
            05 WS-SUB-HOLD-REASON PIC X(15).
            05 WS-SUB-HOLD-EXPIRY PIC 9(07).
            05 WS-SUB-HOLD-SEQ   PIC 9(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
       0000-END. EXIT.

       H050-RUN-CONTROL-START.
           ACCEPT WS-PARM-X.
           MOVE ZERO TO WS-SUB-STREAM-NO.
           IF WS-PARM-X NOT = SPACE
              MOVE WS-PARM-X TO WS-STREAM
              IF NOT STREAM-RUN
                 DISPLAY 'INVALID STREAM PARM: ' WS-PARM-X
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE 'PB010-S ' TO WS-RUN-JOB
              MOVE WS-STREAM TO WS-RUN-JOB(8:1)
              IF STREAM-SERIAL
                 MOVE 5 TO WS-SUB-STREAM-NO
              ELSE
                 MOVE WS-STREAM TO WS-SUB-STREAM-NO
              END-IF
           END-IF.
           ACCEPT WS-CTL-DATE FROM DAY YYYYDDD.
           ACCEPT WS-CTL-TIME FROM TIME.
           OPEN I-O RUN-FILE.
                 GOBACK
              END-IF
           END-IF.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-CTL-DATE TO RUN-DATE.
           READ RUN-FILE KEY RUN-KEY
             INVALID KEY
                    MOVE 'N' TO RUN-OVERRIDE
                    REWRITE RUN-REC
                 ELSE
                    DISPLAY WS-RUN-JOB ' ALREADY RUN FOR ' WS-CTL-DATE
                            ' STATUS ' RUN-STATUS
                    MOVE 12 TO RETURN-CODE
                    CLOSE RUN-FILE

       H940-RUN-CONTROL-END.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE WS-RUN-JOB TO RUN-JOB.
           MOVE WS-CTL-DATE TO RUN-DATE.
           READ RUN-FILE KEY RUN-KEY
             INVALID KEY CONTINUE

           PERFORM H125-LOAD-CYCLE.
           PERFORM H130-VERIFY-INPUT.
           IF STREAM-RUN
              PERFORM H145-STREAM-CONTROL-START
           END-IF.

           PERFORM H110-LOAD-CHECKPOINT.
           IF NOT CKP-RESTART-FOUND
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.

           IF CKP-RESTART-FOUND
              OPEN EXTEND SOR-FILE
              IF NOT SOR-FILE-SUCCESS
                 OPEN OUTPUT SOR-FILE
              END-IF
           ELSE
              OPEN OUTPUT SOR-FILE
           END-IF.
           IF NOT SOR-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN SORETN: ' ST-SOR
           MOVE ST-SOR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET SOR-FILE-OPEN TO TRUE.
       H100-END. EXIT.

       H110-LOAD-CHECKPOINT.
                 MOVE ST-INP TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
                 END-IF
                 IF (NOT INP-FILE-EOF)
                    AND (REC-ALPHA-PROCESS OR NOT REC-CONTROL)
                    ADD 1 TO WS-CKP-SKIP-COUNT
                    IF WS-CKP-SKIP-COUNT NOT < WS-CKP-LAST-COUNT
                       SET SKIP-DONE TO TRUE
                 PERFORM H139-VERIFY-ABORT
              END-IF
           END-IF.
           IF STREAM-RUN
              IF WS-HDR-STREAM-SAVE NOT = WS-STREAM
                 DISPLAY 'INPFILE STREAM ' WS-HDR-STREAM-SAVE
                         ' EXPECTED '     WS-STREAM
                 MOVE 96 TO RETURN-CODE
                 PERFORM H139-VERIFY-ABORT
              END-IF
           END-IF.
           IF NOT TRL-FOUND
              DISPLAY 'INPFILE TRAILER RECORD MISSING'
              MOVE 93 TO RETURN-CODE
       H135-VERIFY-RECORD.
           ADD 1 TO WS-VFY-SEQ.
           EVALUATE TRUE
              WHEN REC-HEADER AND NOT REC-ALPHA-PROCESS
                 IF WS-VFY-SEQ NOT = 1
                    DISPLAY 'INPFILE HEADER NOT FIRST RECORD'
                    MOVE 91 TO RETURN-CODE
                    PERFORM H139-VERIFY-ABORT
                 END-IF
                 MOVE HDR-CYCLE TO WS-HDR-CYCLE-SAVE
                 MOVE HDR-STREAM TO WS-HDR-STREAM-SAVE
                 SET HDR-FOUND TO TRUE
              WHEN REC-TRAILER AND NOT REC-ALPHA-PROCESS
                 IF TRL-FOUND
                    DISPLAY 'INPFILE DUPLICATE TRAILER RECORD'
                    MOVE 93 TO RETURN-CODE
           CLOSE NEG-FILE.
       H140-END. EXIT.

      *----------------------------------------------------------------*
      *    A STREAM RUN PROCESSES ONE PARTITION WRITTEN BY PBEGT034    *
      *    AND RECORDS ITS PROGRESS AND TOTALS ON STMCTL               *
      *----------------------------------------------------------------*
       H145-STREAM-CONTROL-START.
           OPEN I-O STM-FILE.
           IF NOT STM-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN STMCTL: ' ST-STM
           MOVE ST-STM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET STM-FILE-OPEN TO TRUE.
           MOVE WS-HDR-CYCLE-SAVE TO STM-CYCLE.
           MOVE WS-STREAM         TO STM-STREAM.
           READ STM-FILE KEY STM-KEY
             INVALID KEY
                 DISPLAY 'STREAM ' WS-STREAM ' CYCLE '
                         WS-HDR-CYCLE-SAVE ' NOT ON STMCTL'
                 MOVE 96 TO RETURN-CODE
                 CLOSE STM-FILE
                 MOVE 'N' TO WS-STM-OPEN
                 PERFORM H999-PROGRAM-EXIT
             NOT INVALID KEY
                 MOVE 'S'         TO STM-STATUS
                 MOVE WS-CTL-DATE TO STM-START-DATE
                 MOVE WS-CTL-TIME TO STM-START-TIME
                 MOVE ZERO        TO STM-END-TIME
                 REWRITE STM-REC
           END-READ.
       H145-END. EXIT.

       H150-WRITE-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO PG-NO-O.
           IF STREAM-RUN AND WS-PAGE-NO = 1
              MOVE WS-STREAM         TO STR-STREAM-O
              MOVE WS-HDR-CYCLE-SAVE TO STR-CYCLE-O
              MOVE STM-DVZ-LOW       TO STR-DVZ-LOW-O
              MOVE STM-DVZ-HIGH      TO STR-DVZ-HIGH-O
              WRITE PRINT-REC FROM STREAM-LINE
           END-IF.
           WRITE PRINT-REC FROM PAGE-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           MOVE ST-INP TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT INP-FILE-EOF) AND (NOT REC-ALPHA-PROCESS)
                             AND (NOT REC-PROCESS = 4)
                             AND VALID-REC-PROCESS
              MOVE REC-ID TO WS-SUB-ID
              MOVE REC-DVZ TO WS-SUB-DVZ
              CALL WS-CALLCBL USING WS-LINKGROUP
           END-IF.

           IF (NOT INP-FILE-EOF)
              AND (REC-ALPHA-PROCESS OR NOT REC-CONTROL)
              PERFORM H201-PROCESS-SELECT
              PERFORM H300-WRITE-RECORD
              PERFORM H160-WRITE-CHECKPOINT
           MOVE REC-AMOUNT TO WS-SUB-AMOUNT
           MOVE REC-DATE TO WS-SUB-DATE
           MOVE REC-OVERRIDE TO WS-SUB-OVERRIDE
           MOVE ZERO TO WS-SUB-CUST-NO
           EVALUATE TRUE
              WHEN REC-REVERSAL
                 PERFORM H230-SELECT-REVERSAL
              WHEN REC-HOLD OR REC-RELEASE
                 PERFORM H240-SELECT-HOLD
              WHEN VALID-REC-PROCESS
                 PERFORM H220-CHECK-BRANCH
                 IF WS-SUB-RC = ZERO
                    EVALUATE REC-PROCESS
                       WHEN 1
                          SET WS-FUNC-BALINQ TO TRUE
                       WHEN 2
                          SET WS-FUNC-BALADJ TO TRUE
                       WHEN 3
                          SET WS-FUNC-UPDT TO TRUE
                       WHEN 4
                          SET WS-FUNC-ADD TO TRUE
                          IF ADD-CUST-NO IS NUMERIC
                             MOVE ADD-CUST-NO TO WS-SUB-CUST-NO
                          END-IF
                       WHEN 5
                          SET WS-FUNC-DEL TO TRUE
                       WHEN 6
                          SET WS-FUNC-XFER TO TRUE
                          MOVE XFER-TO-ID  TO WS-SUB-ID-2
                          MOVE XFER-TO-DVZ TO WS-SUB-DVZ-2
                       WHEN 7
                          SET WS-FUNC-FREEZ TO TRUE
                       WHEN 8
                          SET WS-FUNC-UNFRZ TO TRUE
                    END-EVALUATE
                    CALL WS-CALLCBL USING WS-LINKGROUP
                 END-IF
              WHEN OTHER
                 PERFORM H210-REJECT-RECORD
           END-EVALUATE.
       H201-END. EXIT.

       H210-REJECT-RECORD.
                    MOVE 'BRANCH CLOSED: REJECTED' TO WS-SUB-DESC
                 END-IF
           END-READ.
           IF WS-SUB-RC = ZERO AND REC-PROCESS-X = '6'
              MOVE XFER-TO-DVZ TO BRN-DVZ
              READ BRN-FILE KEY BRN-DVZ
                INVALID KEY
           END-IF.
       H220-END. EXIT.

       H230-SELECT-REVERSAL.
           PERFORM H220-CHECK-BRANCH.
           IF WS-SUB-RC = ZERO
              SET WS-FUNC-REVRS TO TRUE
              MOVE REV-ORIG-DATE TO WS-SUB-REV-DATE
              MOVE REV-ORIG-TIME TO WS-SUB-REV-TIME
              MOVE REV-ORIG-SEQ  TO WS-SUB-REV-SEQ
              CALL WS-CALLCBL USING WS-LINKGROUP
           END-IF.
       H230-END. EXIT.

       H240-SELECT-HOLD.
           PERFORM H220-CHECK-BRANCH.
           IF WS-SUB-RC = ZERO
              IF REC-HOLD
                 SET WS-FUNC-HOLD TO TRUE
                 MOVE HOLD-REASON TO WS-SUB-HOLD-REASON
                 MOVE HOLD-EXPIRY TO WS-SUB-HOLD-EXPIRY
              ELSE
                 SET WS-FUNC-RLSE TO TRUE
                 MOVE RLSE-SEQ    TO WS-SUB-HOLD-SEQ
              END-IF
              CALL WS-CALLCBL USING WS-LINKGROUP
           END-IF.
       H240-END. EXIT.

       H300-WRITE-RECORD.
           MOVE REC-PROCESS-X         TO  OUT-PROC-TYPE.
           MOVE WS-SUB-ID             TO  REC-ID-O.
           MOVE WS-SUB-DVZ            TO  REC-DVZ-O.
           MOVE 'RC:'                 TO  REC-FILLER-RC.
           MOVE WS-SUB-DATA(47:15)    TO  REC-SNTO-O.
           PERFORM H305-EMIT-DETAIL-LINE.

           EVALUATE REC-PROCESS-X
              WHEN '1' ADD 1 TO WS-CNT-BALINQ
              WHEN '2' ADD 1 TO WS-CNT-BALADJ
              WHEN '3' ADD 1 TO WS-CNT-UPDT
              WHEN '4' ADD 1 TO WS-CNT-ADD
              WHEN '5' ADD 1 TO WS-CNT-DEL
              WHEN '6' ADD 1 TO WS-CNT-XFER
              WHEN '7' ADD 1 TO WS-CNT-FREEZE
              WHEN '8' ADD 1 TO WS-CNT-UNFREEZE
              WHEN 'R' ADD 1 TO WS-CNT-REVERSE
              WHEN 'H' ADD 1 TO WS-CNT-HOLD
              WHEN 'L' ADD 1 TO WS-CNT-RELEASE
           END-EVALUATE.
           IF WS-SUB-RC NOT = ZERO
              ADD 1 TO WS-CNT-REJECT
           ELSE
              IF REC-PROCESS-X = '4' AND REC-ID = ZERO
                 ADD 1 TO WS-CNT-ASSIGNED
              END-IF
           END-IF.
           IF WS-SUB-RC > WS-WORST-RC
              MOVE WS-SUB-RC TO WS-WORST-RC
           END-IF.
           IF REC-PROCESS-X = '6' AND XFER-STANDING-ORDER
              PERFORM H320-WRITE-SO-RESULT
           END-IF.
       H300-END. EXIT.

       H305-EMIT-DETAIL-LINE.
           MOVE ZERO TO WS-DVZ-COUNT.
       H310-END. EXIT.

       H320-WRITE-SO-RESULT.
           MOVE XFER-SO-NO   TO SOR-SO-NO.
           MOVE REC-ID       TO SOR-ID.
           MOVE REC-DVZ      TO SOR-DVZ.
           MOVE XFER-TO-ID   TO SOR-TO-ID.
           MOVE XFER-TO-DVZ  TO SOR-TO-DVZ.
           MOVE REC-AMOUNT   TO SOR-AMOUNT.
           MOVE REC-DATE     TO SOR-DATE.
           MOVE WS-SUB-RC    TO SOR-RC.
           MOVE WS-SUB-DESC  TO SOR-DESC.
           WRITE SOR-REC.
       H320-END. EXIT.

       H900-WRITE-TRAILER.
           IF NOT FIRST-DETAIL-LINE
              PERFORM H310-WRITE-BREAK
           MOVE 'RECORDS ADDED           :' TO TRL-LABEL-O.
           MOVE WS-CNT-ADD TO TRL-COUNT-O.
           WRITE PRINT-REC FROM TRAILER-LINE.
           MOVE 'ACCOUNT NUMBERS ASSIGNED:' TO TRL-LABEL-O.
           MOVE WS-CNT-ASSIGNED TO TRL-COUNT-O.
           WRITE PRINT-REC FROM TRAILER-LINE.
           MOVE 'RECORDS DELETED         :' TO TRL-LABEL-O.
           MOVE WS-CNT-DEL TO TRL-COUNT-O.
           WRITE PRINT-REC FROM TRAILER-LINE.
           MOVE 'ACCOUNTS UNFROZEN       :' TO TRL-LABEL-O.
           MOVE WS-CNT-UNFREEZE TO TRL-COUNT-O.
           WRITE PRINT-REC FROM TRAILER-LINE.
           MOVE 'POSTINGS REVERSED       :' TO TRL-LABEL-O.
           MOVE WS-CNT-REVERSE TO TRL-COUNT-O.
           WRITE PRINT-REC FROM TRAILER-LINE.
           MOVE 'HOLDS PLACED            :' TO TRL-LABEL-O.
           MOVE WS-CNT-HOLD TO TRL-COUNT-O.
           WRITE PRINT-REC FROM TRAILER-LINE.
           MOVE 'HOLDS RELEASED          :' TO TRL-LABEL-O.
           MOVE WS-CNT-RELEASE TO TRL-COUNT-O.
           WRITE PRINT-REC FROM TRAILER-LINE.
           MOVE 'REJECTED RECORDS        :' TO TRL-LABEL-O.
           MOVE WS-CNT-REJECT TO TRL-COUNT-O.
           WRITE PRINT-REC FROM TRAILER-LINE.
           END-IF.
       H910-END. EXIT.

       H960-STREAM-CONTROL-END.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE WS-HDR-CYCLE-SAVE TO STM-CYCLE.
           MOVE WS-STREAM         TO STM-STREAM.
           READ STM-FILE KEY STM-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 IF RUN-COMPLETE-NORMAL
                    MOVE 'C' TO STM-STATUS
                 END-IF
                 MOVE WS-CTL-TIME     TO STM-END-TIME
                 MOVE WS-CNT-BALINQ   TO STM-CNT-BALINQ
                 MOVE WS-CNT-BALADJ   TO STM-CNT-BALADJ
                 MOVE WS-CNT-UPDT     TO STM-CNT-UPDT
                 MOVE WS-CNT-ADD      TO STM-CNT-ADD
                 MOVE WS-CNT-DEL      TO STM-CNT-DEL
                 MOVE WS-CNT-XFER     TO STM-CNT-XFER
                 MOVE WS-CNT-FREEZE   TO STM-CNT-FREEZE
                 MOVE WS-CNT-UNFREEZE TO STM-CNT-UNFREEZE
                 MOVE WS-CNT-REVERSE  TO STM-CNT-REVERSE
                 MOVE WS-CNT-REJECT   TO STM-CNT-REJECT
                 MOVE WS-CNT-ASSIGNED TO STM-CNT-ASSIGNED
                 MOVE WS-CNT-HOLD     TO STM-CNT-HOLD
                 MOVE WS-CNT-RELEASE  TO STM-CNT-RELEASE
                 MOVE WS-WORST-RC     TO STM-WORST-RC
                 REWRITE STM-REC
           END-READ.
           CLOSE STM-FILE.
       H960-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-FILE.
           CLOSE INP-FILE.
              PERFORM H900-WRITE-TRAILER
              PERFORM H910-WRITE-EXCEPTIONS
           END-IF.
           IF SOR-FILE-OPEN
              CLOSE SOR-FILE
           END-IF.
           IF STM-FILE-OPEN
              PERFORM H960-STREAM-CONTROL-END
           END-IF.
           CLOSE BRN-FILE.
           CLOSE OUT-FILE.
           IF RETURN-CODE = ZERO
