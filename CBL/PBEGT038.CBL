       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGT038.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE  ASSIGN TO IDXFILE
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY IDX-KEY
                            ALTERNATE RECORD KEY IDX-DVZ
                                      WITH DUPLICATES
                            STATUS ST-IDX.
           SELECT HIST-FILE ASSIGN TO HISTFILE
                            STATUS ST-HIST.
           SELECT SNAP-FILE ASSIGN TO SNAPFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY SNAP-KEY
                            STATUS ST-SNAP.
           SELECT BRN-FILE  ASSIGN TO BRNFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY BRN-DVZ
                            STATUS ST-BRN.
           SELECT RPT-FILE  ASSIGN TO SNAPRPT
                            STATUS ST-RPT.
           SELECT RUN-FILE  ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY RUN-KEY
                            STATUS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
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
              88 HIST-FUNC-OPENED           VALUES 'ADD ' 'REIN'.
              88 HIST-FUNC-CLOSED           VALUES 'DEL ' 'PURG'.
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
       FD  SNAP-FILE.
         01  SNAP-REC.
           05 SNAP-KEY.
              07 SNAP-DATE    PIC 9(07).
              07 SNAP-DVZ     PIC 9(03).
           05 SNAP-ACCOUNTS   PIC 9(07).
           05 SNAP-ACTIVE     PIC 9(07).
           05 SNAP-FROZEN     PIC 9(07).
           05 SNAP-BALANCE    PIC S9(15) COMP-3.
           05 SNAP-NEG-BALANCE PIC S9(15) COMP-3.
           05 SNAP-NEW        PIC 9(07).
           05 SNAP-DELETED    PIC 9(07).
           05 SNAP-RUN-DATE   PIC 9(07).
           05 SNAP-RUN-TIME   PIC 9(08).
       FD  BRN-FILE.
         01  BRN-REC.
           05 BRN-DVZ        PIC S9(3) COMP.
           05 BRN-NAME       PIC X(20).
           05 BRN-STATUS     PIC X(01).
              88 BRN-OPEN                       VALUE 'O'.
              88 BRN-CLOSED                     VALUE 'C'.
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
                              'BRANCH POSITION SNAPSHOT  '.
         05  FILLER         PIC X(16) VALUE ' SNAPSHOT DATE: '.
         05  HDR-SNAP-O     PIC 9(07).
         05  FILLER         PIC X(11) VALUE ' RUN DATE: '.
         05  HDR-DATE-O     PIC 9(07).
      *
       01  HEADER-1.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE 'Dvz'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(20) VALUE 'Branch              '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE 'Accts'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE 'Activ'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE 'Frozn'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '  Total Balance'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '  Negative Bal.'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE '  New'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE ' Dltd'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(08) VALUE 'Note    '.
      *
       01  HEADER-2.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE '---'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(20) VALUE '--------------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE '-----'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE '-----'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE '-----'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE '-----'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE '-----'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(08) VALUE '--------'.
      *----------------------------------------------------------------*
      *    HEADER AREA END                                             *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DETAIL AREA START                                           *
      *----------------------------------------------------------------*
       01  DETAIL-LINE.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-DVZ-O      PIC X(03).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-NAME-O     PIC X(20).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-ACCTS-O    PIC ZZZZ9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-ACTIVE-O   PIC ZZZZ9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-FROZEN-O   PIC ZZZZ9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-BAL-O      PIC -(14)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-NEG-O      PIC -(14)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-NEW-O      PIC ZZZZ9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-DEL-O      PIC ZZZZ9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-NOTE-O     PIC X(08).
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
         05 ST-IDX         PIC 9(2).
              88 IDX-FILE-SUCCESS               VALUE 0 97.
              88 IDX-FILE-EOF                   VALUE 10 23.
         05 ST-HIST        PIC 9(2).
              88 HIST-FILE-SUCCESS              VALUE 0 97.
              88 HIST-FILE-EOF                  VALUE 10.
         05 ST-SNAP        PIC 9(2).
              88 SNAP-FILE-SUCCESS              VALUE 0 97.
              88 SNAP-FILE-EOF                  VALUE 10 23.
         05 ST-BRN         PIC 9(2).
              88 BRN-FILE-SUCCESS               VALUE 0 97.
         05 WS-BRN-FILE-OK PIC X(01) VALUE 'N'.
              88 BRN-FILE-OK                    VALUE 'Y'.
         05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
         05 WS-PARM-DATE-X PIC X(07) VALUE SPACES.
         05 WS-SNAP-DATE   PIC 9(07) VALUE ZERO.
         05 WS-RUN-DATE    PIC 9(07) VALUE ZERO.
         05 WS-RUN-TIME    PIC 9(08) VALUE ZERO.
         05 WS-IX          PIC 9(04) COMP VALUE ZERO.
         05 WS-FIRST-DETAIL PIC X(01) VALUE 'Y'.
              88 FIRST-DETAIL-LINE              VALUE 'Y'.
         05 WS-SNAP-FOUND  PIC X(01) VALUE 'N'.
              88 SNAP-FOUND                     VALUE 'Y'.
         05 WS-SCAN-DONE   PIC X(01) VALUE 'N'.
              88 SNAP-SCAN-DONE                 VALUE 'Y'.
         05 WS-CUR-DVZ     PIC 9(03) VALUE ZERO.
         05 WS-DVZ-DISPLAY PIC 9(03) VALUE ZERO.
         05 WS-DVZ-ACCOUNTS PIC 9(07) COMP VALUE ZERO.
         05 WS-DVZ-ACTIVE  PIC 9(07) COMP VALUE ZERO.
         05 WS-DVZ-FROZEN  PIC 9(07) COMP VALUE ZERO.
         05 WS-DVZ-BALANCE PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-DVZ-NEG     PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-ALL-ACCOUNTS PIC 9(07) COMP VALUE ZERO.
         05 WS-ALL-ACTIVE  PIC 9(07) COMP VALUE ZERO.
         05 WS-ALL-FROZEN  PIC 9(07) COMP VALUE ZERO.
         05 WS-ALL-BALANCE PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-ALL-NEG     PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-ALL-NEW     PIC 9(07) COMP VALUE ZERO.
         05 WS-ALL-DEL     PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-ACCOUNTS PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-HIST    PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-WRITTEN PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-REPLACED PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-REMOVED PIC 9(07) COMP VALUE ZERO.
         05 ST-RUN         PIC 9(2).
              88 RUN-FILE-SUCCESS               VALUE 0 97.
         05 WS-CTL-DATE    PIC 9(07) VALUE ZERO.
         05 WS-CTL-TIME    PIC 9(08) VALUE ZERO.
      *
      *    ONE ENTRY PER DVZ (DVZ + 1): ACCOUNTS OPENED AND CLOSED ON
      *    THE SNAPSHOT DATE AND WHETHER THE DVZ WAS WRITTEN THIS RUN
       01  WS-DAY-TABLE.
         05 WS-DAY-ENTRY   OCCURS 1000.
            10 DAY-T-NEW      PIC 9(07) COMP.
            10 DAY-T-DEL      PIC 9(07) COMP.
            10 DAY-T-DONE     PIC X(01).
               88 DAY-T-WRITTEN               VALUE 'Y'.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-RUN-CONTROL-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-WRITE-HEADERS.
           PERFORM H200-READ-HISTORY UNTIL HIST-FILE-EOF.
           PERFORM H300-READ-ACCOUNT UNTIL IDX-FILE-EOF.
           IF NOT FIRST-DETAIL-LINE
              PERFORM H400-WRITE-SNAPSHOT
           END-IF.
           PERFORM H500-EMPTY-BRANCH
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 1000.
           PERFORM H600-REMOVE-STALE.
           PERFORM H800-WRITE-TOTAL.
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
           MOVE 'PBEGT038' TO RUN-JOB.
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
                    DISPLAY 'PBEGT038 ALREADY RUN FOR ' WS-CTL-DATE
                            ' STATUS ' RUN-STATUS
                    MOVE 12 TO RETURN-CODE
                    CLOSE RUN-FILE
                    GOBACK
                 END-IF
           END-READ.
       H050-END. EXIT.

       H940-RUN-CONTROL-END.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'PBEGT038' TO RUN-JOB.
           MOVE WS-CTL-DATE TO RUN-DATE.
           READ RUN-FILE KEY RUN-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 MOVE 'C' TO RUN-STATUS
                 MOVE WS-CTL-TIME TO RUN-END-TIME
                 REWRITE RUN-REC
           END-READ.
       H940-END. EXIT.

      *----------------------------------------------------------------*
      *    SNAPSHOT DATE FROM PARM (YYYYDDD), OTHERWISE TODAY          *
      *----------------------------------------------------------------*
       H100-OPEN-FILES.
           ACCEPT WS-PARM-DATE-X.
           IF WS-PARM-DATE-X IS NUMERIC
              MOVE WS-PARM-DATE-X TO WS-SNAP-DATE
           ELSE
              MOVE WS-CTL-DATE TO WS-SNAP-DATE
           END-IF.
           PERFORM H105-CLEAR-DAY
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 1000.

           OPEN INPUT IDX-FILE.
           IF NOT IDX-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE ST-IDX TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT HIST-FILE.
           IF NOT HIST-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN HISTFILE: ' ST-HIST
           MOVE ST-HIST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN I-O SNAP-FILE.
           IF NOT SNAP-FILE-SUCCESS
              IF ST-SNAP = 35
                 OPEN OUTPUT SNAP-FILE
                 CLOSE SNAP-FILE
                 OPEN I-O SNAP-FILE
              END-IF
              IF NOT SNAP-FILE-SUCCESS
                 DISPLAY 'UNABLE TO OPEN SNAPFILE: ' ST-SNAP
                 MOVE ST-SNAP TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN SNAPRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT BRN-FILE.
           IF BRN-FILE-SUCCESS
              SET BRN-FILE-OK TO TRUE
           END-IF.

           ACCEPT WS-RUN-DATE FROM DAY YYYYDDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE ZERO TO IDX-DVZ.
           START IDX-FILE KEY IS NOT LESS THAN IDX-DVZ
              INVALID KEY CONTINUE
           END-START.
       H100-END. EXIT.

       H105-CLEAR-DAY.
           MOVE ZERO TO DAY-T-NEW (WS-IX).
           MOVE ZERO TO DAY-T-DEL (WS-IX).
           MOVE 'N'  TO DAY-T-DONE (WS-IX).
       H105-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE WS-SNAP-DATE TO HDR-SNAP-O.
           MOVE WS-RUN-DATE  TO HDR-DATE-O.
           WRITE RPT-REC FROM HEADER-0.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
       H150-END. EXIT.

      *----------------------------------------------------------------*
      *    ACCOUNTS OPENED (ADD, REIN) AND CLOSED (DEL, PURG) ON THE   *
      *    SNAPSHOT DATE, SO EACH DAY RECONCILES TO THE DAY BEFORE     *
      *----------------------------------------------------------------*
       H200-READ-HISTORY.
           READ HIST-FILE.
           IF (NOT HIST-FILE-SUCCESS) AND (NOT HIST-FILE-EOF)
              DISPLAY 'ERROR READING HISTFILE: ' ST-HIST
              MOVE ST-HIST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT HIST-FILE-EOF
              ADD 1 TO WS-CNT-HIST
              IF HIST-RUN-DATE = WS-SNAP-DATE
                 COMPUTE WS-IX = HIST-DVZ + 1
                 IF HIST-FUNC-OPENED
                    ADD 1 TO DAY-T-NEW (WS-IX)
                 END-IF
                 IF HIST-FUNC-CLOSED
                    ADD 1 TO DAY-T-DEL (WS-IX)
                 END-IF
              END-IF
           END-IF.
       H200-END. EXIT.

       H300-READ-ACCOUNT.
           READ IDX-FILE NEXT RECORD
              AT END CONTINUE
              NOT AT END PERFORM H310-ADD-ACCOUNT
           END-READ.
       H300-END. EXIT.

       H310-ADD-ACCOUNT.
           IF NOT FIRST-DETAIL-LINE
              IF IDX-DVZ NOT = WS-CUR-DVZ
                 PERFORM H400-WRITE-SNAPSHOT
              END-IF
           END-IF.
           IF FIRST-DETAIL-LINE
              MOVE IDX-DVZ TO WS-CUR-DVZ
              PERFORM H320-CLEAR-BRANCH
              MOVE 'N' TO WS-FIRST-DETAIL
           END-IF.
           ADD 1 TO WS-CNT-ACCOUNTS.
           ADD 1 TO WS-DVZ-ACCOUNTS.
           IF ACCT-FROZEN
              ADD 1 TO WS-DVZ-FROZEN
           ELSE
              ADD 1 TO WS-DVZ-ACTIVE
           END-IF.
           ADD IDX-BALANCE TO WS-DVZ-BALANCE.
           IF IDX-BALANCE < ZERO
              ADD IDX-BALANCE TO WS-DVZ-NEG
           END-IF.
       H310-END. EXIT.

       H320-CLEAR-BRANCH.
           MOVE ZERO TO WS-DVZ-ACCOUNTS.
           MOVE ZERO TO WS-DVZ-ACTIVE.
           MOVE ZERO TO WS-DVZ-FROZEN.
           MOVE ZERO TO WS-DVZ-BALANCE.
           MOVE ZERO TO WS-DVZ-NEG.
       H320-END. EXIT.

      *----------------------------------------------------------------*
      *    A DATE ALREADY ON SNAPFILE IS REPLACED, NEVER DUPLICATED    *
      *----------------------------------------------------------------*
       H400-WRITE-SNAPSHOT.
           COMPUTE WS-IX = WS-CUR-DVZ + 1.
           MOVE 'N'          TO WS-SNAP-FOUND.
           MOVE WS-SNAP-DATE TO SNAP-DATE.
           MOVE WS-CUR-DVZ   TO SNAP-DVZ.
           READ SNAP-FILE KEY SNAP-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY SET SNAP-FOUND TO TRUE
           END-READ.
           MOVE WS-SNAP-DATE      TO SNAP-DATE.
           MOVE WS-CUR-DVZ        TO SNAP-DVZ.
           MOVE WS-DVZ-ACCOUNTS   TO SNAP-ACCOUNTS.
           MOVE WS-DVZ-ACTIVE     TO SNAP-ACTIVE.
           MOVE WS-DVZ-FROZEN     TO SNAP-FROZEN.
           MOVE WS-DVZ-BALANCE    TO SNAP-BALANCE.
           MOVE WS-DVZ-NEG        TO SNAP-NEG-BALANCE.
           MOVE DAY-T-NEW (WS-IX) TO SNAP-NEW.
           MOVE DAY-T-DEL (WS-IX) TO SNAP-DELETED.
           MOVE WS-RUN-DATE       TO SNAP-RUN-DATE.
           MOVE WS-RUN-TIME       TO SNAP-RUN-TIME.
           IF SNAP-FOUND
              REWRITE SNAP-REC
              MOVE 'REPLACED' TO DET-NOTE-O
              ADD 1 TO WS-CNT-REPLACED
           ELSE
              WRITE SNAP-REC
              MOVE SPACES TO DET-NOTE-O
              ADD 1 TO WS-CNT-WRITTEN
           END-IF.
           IF NOT SNAP-FILE-SUCCESS
              DISPLAY 'ERROR WRITING SNAPFILE: ' ST-SNAP
              MOVE ST-SNAP TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'Y' TO DAY-T-DONE (WS-IX).

           MOVE WS-CUR-DVZ TO WS-DVZ-DISPLAY.
           MOVE WS-DVZ-DISPLAY TO DET-DVZ-O.
           PERFORM H410-LOOKUP-BRANCH.
           MOVE SNAP-ACCOUNTS    TO DET-ACCTS-O.
           MOVE SNAP-ACTIVE      TO DET-ACTIVE-O.
           MOVE SNAP-FROZEN      TO DET-FROZEN-O.
           MOVE SNAP-BALANCE     TO DET-BAL-O.
           MOVE SNAP-NEG-BALANCE TO DET-NEG-O.
           MOVE SNAP-NEW         TO DET-NEW-O.
           MOVE SNAP-DELETED     TO DET-DEL-O.
           WRITE RPT-REC FROM DETAIL-LINE.

           ADD SNAP-ACCOUNTS    TO WS-ALL-ACCOUNTS.
           ADD SNAP-ACTIVE      TO WS-ALL-ACTIVE.
           ADD SNAP-FROZEN      TO WS-ALL-FROZEN.
           ADD SNAP-BALANCE     TO WS-ALL-BALANCE.
           ADD SNAP-NEG-BALANCE TO WS-ALL-NEG.
           ADD SNAP-NEW         TO WS-ALL-NEW.
           ADD SNAP-DELETED     TO WS-ALL-DEL.
           SET FIRST-DETAIL-LINE TO TRUE.
       H400-END. EXIT.

       H410-LOOKUP-BRANCH.
           MOVE SPACES TO DET-NAME-O.
           IF BRN-FILE-OK
              MOVE WS-CUR-DVZ TO BRN-DVZ
              READ BRN-FILE KEY BRN-DVZ
                INVALID KEY
                    MOVE '*UNKNOWN*' TO DET-NAME-O
                NOT INVALID KEY
                    MOVE BRN-NAME TO DET-NAME-O
              END-READ
           END-IF.
       H410-END. EXIT.

      *----------------------------------------------------------------*
      *    A DVZ WHOSE LAST ACCOUNTS CLOSED TODAY STILL GETS A RECORD  *
      *----------------------------------------------------------------*
       H500-EMPTY-BRANCH.
           IF NOT DAY-T-WRITTEN (WS-IX)
              IF DAY-T-NEW (WS-IX) > ZERO OR DAY-T-DEL (WS-IX) > ZERO
                 COMPUTE WS-CUR-DVZ = WS-IX - 1
                 PERFORM H320-CLEAR-BRANCH
                 PERFORM H400-WRITE-SNAPSHOT
              END-IF
           END-IF.
       H500-END. EXIT.

      *----------------------------------------------------------------*
      *    ON A RERUN, DROP RECORDS OF THE DATE FOR DVZS NO LONGER     *
      *    PRESENT                                                     *
      *----------------------------------------------------------------*
       H600-REMOVE-STALE.
           MOVE 'N'          TO WS-SCAN-DONE.
           MOVE WS-SNAP-DATE TO SNAP-DATE.
           MOVE ZERO         TO SNAP-DVZ.
           START SNAP-FILE KEY IS NOT LESS THAN SNAP-KEY
              INVALID KEY SET SNAP-SCAN-DONE TO TRUE
           END-START.
           PERFORM H610-CHECK-STALE UNTIL SNAP-SCAN-DONE.
       H600-END. EXIT.

       H610-CHECK-STALE.
           READ SNAP-FILE NEXT RECORD
              AT END SET SNAP-SCAN-DONE TO TRUE
           END-READ.
           IF NOT SNAP-SCAN-DONE
              IF SNAP-DATE NOT = WS-SNAP-DATE
                 SET SNAP-SCAN-DONE TO TRUE
              ELSE
                 COMPUTE WS-IX = SNAP-DVZ + 1
                 IF NOT DAY-T-WRITTEN (WS-IX)
                    DELETE SNAP-FILE RECORD
                    ADD 1 TO WS-CNT-REMOVED
                 END-IF
              END-IF
           END-IF.
       H610-END. EXIT.

       H800-WRITE-TOTAL.
           MOVE SPACES          TO DET-DVZ-O.
           MOVE 'ALL BRANCHES'  TO DET-NAME-O.
           MOVE WS-ALL-ACCOUNTS TO DET-ACCTS-O.
           MOVE WS-ALL-ACTIVE   TO DET-ACTIVE-O.
           MOVE WS-ALL-FROZEN   TO DET-FROZEN-O.
           MOVE WS-ALL-BALANCE  TO DET-BAL-O.
           MOVE WS-ALL-NEG      TO DET-NEG-O.
           MOVE WS-ALL-NEW      TO DET-NEW-O.
           MOVE WS-ALL-DEL      TO DET-DEL-O.
           MOVE SPACES          TO DET-NOTE-O.
           WRITE RPT-REC FROM HEADER-2.
           WRITE RPT-REC FROM DETAIL-LINE.
       H800-END. EXIT.

       H900-WRITE-TRAILER.
           WRITE RPT-REC FROM TRAILER-1.
           MOVE 'ACCOUNTS READ           :' TO TRL-LABEL-O.
           MOVE WS-CNT-ACCOUNTS TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'HISTORY RECORDS READ    :' TO TRL-LABEL-O.
           MOVE WS-CNT-HIST TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'BRANCHES WRITTEN        :' TO TRL-LABEL-O.
           MOVE WS-CNT-WRITTEN TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'BRANCHES REPLACED       :' TO TRL-LABEL-O.
           MOVE WS-CNT-REPLACED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'STALE BRANCHES REMOVED  :' TO TRL-LABEL-O.
           MOVE WS-CNT-REMOVED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-FILE.
           CLOSE IDX-FILE.
           CLOSE HIST-FILE.
           CLOSE SNAP-FILE.
           IF BRN-FILE-OK
              CLOSE BRN-FILE
           END-IF.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
