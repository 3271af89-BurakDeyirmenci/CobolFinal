       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGT032.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO CUSTFILE
                            ORGANIZATION INDEXED
                            ACCESS SEQUENTIAL
                            RECORD KEY CUST-NO
                            STATUS ST-CUST.
           SELECT XREF-FILE ASSIGN TO CUSXREF
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY XREF-KEY
                            STATUS ST-XREF.
           SELECT IDX-FILE  ASSIGN TO IDXFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY IDX-KEY
                            ALTERNATE RECORD KEY IDX-DVZ
                                      WITH DUPLICATES
                            STATUS ST-IDX.
           SELECT BRN-FILE  ASSIGN TO BRNFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY BRN-DVZ
                            STATUS ST-BRN.
           SELECT RPT-FILE  ASSIGN TO CUSPOS
                            STATUS ST-RPT.
           SELECT RUN-FILE  ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY RUN-KEY
                            STATUS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
         01  CUST-REC.
           05 CUST-NO        PIC 9(07).
           05 CUST-NAME      PIC X(15).
           05 CUST-SURNAME   PIC X(15).
           05 CUST-OPEN-DATE PIC 9(07).
           05 CUST-STATUS    PIC X(01).
              88 CUST-ACTIVE                    VALUE 'A'.
              88 CUST-MERGED                    VALUE 'M'.
           05 CUST-MERGED-INTO PIC 9(07).
           05 CUST-ACCT-COUNT PIC 9(02).
           05 CUST-ACCT      OCCURS 20.
              07 CUST-ACCT-ID  PIC 9(05).
              07 CUST-ACCT-DVZ PIC 9(03).
       FD  XREF-FILE.
         01  XREF-REC.
           05 XREF-KEY.
              07 XREF-ID     PIC 9(05).
              07 XREF-DVZ    PIC 9(03).
           05 XREF-CUST-NO   PIC 9(07).
           05 XREF-LINK-DATE PIC 9(07).
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
         05  FILLER         PIC X(24) VALUE
                              'CUSTOMER POSITION REPORT'.
         05  FILLER         PIC X(11) VALUE ' RUN DATE: '.
         05  HDR-DATE-O     PIC 9(07).
      *
       01  HEADER-1.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE 'Cust No'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE 'Name           '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE 'Surname        '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE 'Dvz'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE 'Id   '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(20) VALUE 'Branch Name         '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE 'Balance        '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(06) VALUE 'Status'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE 'Note           '.
      *
       01  HEADER-2.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE '-------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE '---'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE '-----'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(20) VALUE '--------------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(06) VALUE '------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
      *
       01  HEADER-EXC.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(42) VALUE
                         '*** ACCOUNTS NOT LINKED TO A CUSTOMER ***'.
      *----------------------------------------------------------------*
      *    HEADER AREA END                                             *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DETAIL AREA START                                           *
      *----------------------------------------------------------------*
       01  DETAIL-LINE.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-CUST-O     PIC X(07).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-NAME-O     PIC X(15).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-SURNAME-O  PIC X(15).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-DVZ-O      PIC 9(03).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-ID-O       PIC 9(05).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-BRN-NAME-O PIC X(20).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-BALANCE-O  PIC -(14)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-STATUS-O   PIC X(06).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-NOTE-O     PIC X(15).
      *
       01  EMPTY-LINE.
         05  FILLER         PIC X(01) VALUE ' '.
         05  EMP-CUST-O     PIC 9(07).
         05  FILLER         PIC X(01) VALUE ' '.
         05  EMP-NAME-O     PIC X(15).
         05  FILLER         PIC X(01) VALUE ' '.
         05  EMP-SURNAME-O  PIC X(15).
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(18) VALUE 'NO ACCOUNTS LINKED'.
      *----------------------------------------------------------------*
      *    DETAIL AREA END                                             *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    BREAK AREA START                                            *
      *----------------------------------------------------------------*
       01  TOTAL-LINE.
         05  FILLER         PIC X(25) VALUE SPACES.
         05  FILLER         PIC X(15) VALUE 'CUSTOMER TOTAL '.
         05  TOT-COUNT-O    PIC Z9.
         05  FILLER         PIC X(09) VALUE ' ACCOUNTS'.
         05  FILLER         PIC X(21) VALUE SPACES.
         05  TOT-BALANCE-O  PIC -(14)9.
      *----------------------------------------------------------------*
      *    BREAK AREA END                                              *
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
         05 ST-CUST        PIC 9(2).
              88 CUST-FILE-SUCCESS              VALUE 0 97.
              88 CUST-FILE-EOF                  VALUE 10 23.
         05 ST-XREF        PIC 9(2).
              88 XREF-FILE-SUCCESS              VALUE 0 97.
         05 ST-IDX         PIC 9(2).
              88 IDX-FILE-SUCCESS               VALUE 0 97.
              88 IDX-FILE-EOF                   VALUE 10 23.
         05 ST-BRN         PIC 9(2).
              88 BRN-FILE-SUCCESS               VALUE 0 97.
         05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
         05 WS-CUST-FILE-OK PIC X(01) VALUE 'N'.
              88 CUST-FILE-OK                   VALUE 'Y'.
         05 WS-XREF-FILE-OK PIC X(01) VALUE 'N'.
              88 XREF-FILE-OK                   VALUE 'Y'.
         05 WS-BRN-FILE-OK PIC X(01) VALUE 'N'.
              88 BRN-FILE-OK                    VALUE 'Y'.
         05 WS-LINKED      PIC X(01) VALUE 'N'.
              88 ACCT-LINKED                    VALUE 'Y'.
         05 WS-BRN-NAME    PIC X(20) VALUE SPACES.
         05 WS-RUN-DATE    PIC 9(07) VALUE ZERO.
         05 WS-IX          PIC 9(02) COMP VALUE ZERO.
         05 WS-CNT-CUST    PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-LINKED  PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-NAMEDIFF PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-MISSING PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-UNLINKED PIC 9(07) COMP VALUE ZERO.
         05 WS-CUST-TOTAL  PIC S9(15) COMP-3 VALUE ZERO.
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
           IF CUST-FILE-OK
              PERFORM H200-READ-CUSTOMER UNTIL CUST-FILE-EOF
           END-IF.
           PERFORM H600-UNLINKED-ACCOUNTS.
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
           MOVE 'PBEGT032' TO RUN-JOB.
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
                    DISPLAY 'PBEGT032 ALREADY RUN FOR ' WS-CTL-DATE
                            ' STATUS ' RUN-STATUS
                    MOVE 12 TO RETURN-CODE
                    CLOSE RUN-FILE
                    GOBACK
                 END-IF
           END-READ.
       H050-END. EXIT.

       H940-RUN-CONTROL-END.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'PBEGT032' TO RUN-JOB.
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
           OPEN INPUT IDX-FILE.
           IF NOT IDX-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE ST-IDX TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN CUSPOS: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT CUST-FILE.
           IF CUST-FILE-SUCCESS
              SET CUST-FILE-OK TO TRUE
           END-IF.

           OPEN INPUT XREF-FILE.
           IF XREF-FILE-SUCCESS
              SET XREF-FILE-OK TO TRUE
           END-IF.

           OPEN INPUT BRN-FILE.
           IF BRN-FILE-SUCCESS
              SET BRN-FILE-OK TO TRUE
           END-IF.

           ACCEPT WS-RUN-DATE FROM DAY YYYYDDD.
       H100-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE WS-RUN-DATE TO HDR-DATE-O.
           WRITE RPT-REC FROM HEADER-0.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
       H150-END. EXIT.

       H200-READ-CUSTOMER.
           READ CUST-FILE NEXT RECORD
              AT END CONTINUE
              NOT AT END
                  IF CUST-ACTIVE
                     PERFORM H300-CUSTOMER-POSITION
                  END-IF
           END-READ.
       H200-END. EXIT.

       H300-CUSTOMER-POSITION.
           ADD 1 TO WS-CNT-CUST.
           MOVE ZERO TO WS-CUST-TOTAL.
           IF CUST-ACCT-COUNT = ZERO
              MOVE CUST-NO      TO EMP-CUST-O
              MOVE CUST-NAME    TO EMP-NAME-O
              MOVE CUST-SURNAME TO EMP-SURNAME-O
              WRITE RPT-REC FROM EMPTY-LINE
           ELSE
              PERFORM H310-ACCOUNT-LINE
                 VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CUST-ACCT-COUNT
              MOVE CUST-ACCT-COUNT TO TOT-COUNT-O
              MOVE WS-CUST-TOTAL   TO TOT-BALANCE-O
              WRITE RPT-REC FROM TOTAL-LINE
           END-IF.
       H300-END. EXIT.

       H310-ACCOUNT-LINE.
           ADD 1 TO WS-CNT-LINKED.
           IF WS-IX = 1
              MOVE CUST-NO      TO DET-CUST-O
              MOVE CUST-NAME    TO DET-NAME-O
              MOVE CUST-SURNAME TO DET-SURNAME-O
           ELSE
              MOVE SPACES TO DET-CUST-O
              MOVE SPACES TO DET-NAME-O
              MOVE SPACES TO DET-SURNAME-O
           END-IF.
           MOVE CUST-ACCT-DVZ (WS-IX) TO DET-DVZ-O.
           MOVE CUST-ACCT-ID (WS-IX)  TO DET-ID-O.
           MOVE CUST-ACCT-DVZ (WS-IX) TO BRN-DVZ.
           PERFORM H320-LOOKUP-BRANCH.
           MOVE WS-BRN-NAME TO DET-BRN-NAME-O.
           COMPUTE IDX-ID = CUST-ACCT-ID (WS-IX).
           COMPUTE IDX-DVZ = CUST-ACCT-DVZ (WS-IX).
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY
                 MOVE ZERO            TO DET-BALANCE-O
                 MOVE SPACES          TO DET-STATUS-O
                 MOVE 'NOT ON MASTER' TO DET-NOTE-O
                 ADD 1 TO WS-CNT-MISSING
             NOT INVALID KEY
                 MOVE IDX-BALANCE TO DET-BALANCE-O
                 ADD IDX-BALANCE TO WS-CUST-TOTAL
                 IF ACCT-FROZEN
                    MOVE 'FROZEN' TO DET-STATUS-O
                 ELSE
                    MOVE 'ACTIVE' TO DET-STATUS-O
                 END-IF
                 IF IDX-NAME NOT = CUST-NAME
                    OR IDX-SURNAME NOT = CUST-SURNAME
                    MOVE 'NAME DIFFERS' TO DET-NOTE-O
                    ADD 1 TO WS-CNT-NAMEDIFF
                 ELSE
                    MOVE SPACES TO DET-NOTE-O
                 END-IF
           END-READ.
           WRITE RPT-REC FROM DETAIL-LINE.
       H310-END. EXIT.

       H320-LOOKUP-BRANCH.
           MOVE SPACES TO WS-BRN-NAME.
           IF BRN-FILE-OK
              READ BRN-FILE KEY BRN-DVZ
                INVALID KEY
                    MOVE '*UNKNOWN*' TO WS-BRN-NAME
                NOT INVALID KEY
                    MOVE BRN-NAME TO WS-BRN-NAME
              END-READ
           END-IF.
       H320-END. EXIT.

       H600-UNLINKED-ACCOUNTS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM HEADER-EXC.
           MOVE ZERO TO IDX-DVZ.
           START IDX-FILE KEY IS NOT LESS THAN IDX-DVZ
              INVALID KEY CONTINUE
           END-START.
           PERFORM H610-READ-NEXT-ACCOUNT UNTIL IDX-FILE-EOF.
       H600-END. EXIT.

       H610-READ-NEXT-ACCOUNT.
           READ IDX-FILE NEXT RECORD
              AT END CONTINUE
              NOT AT END PERFORM H620-CHECK-LINK
           END-READ.
       H610-END. EXIT.

       H620-CHECK-LINK.
           MOVE 'N' TO WS-LINKED.
           IF XREF-FILE-OK
              MOVE IDX-ID  TO XREF-ID
              MOVE IDX-DVZ TO XREF-DVZ
              READ XREF-FILE KEY XREF-KEY
                INVALID KEY CONTINUE
                NOT INVALID KEY SET ACCT-LINKED TO TRUE
              END-READ
           END-IF.
           IF NOT ACCT-LINKED
              ADD 1 TO WS-CNT-UNLINKED
              MOVE SPACES      TO DET-CUST-O
              MOVE IDX-NAME    TO DET-NAME-O
              MOVE IDX-SURNAME TO DET-SURNAME-O
              MOVE IDX-DVZ     TO DET-DVZ-O
              MOVE IDX-ID      TO DET-ID-O
              MOVE IDX-DVZ     TO BRN-DVZ
              PERFORM H320-LOOKUP-BRANCH
              MOVE WS-BRN-NAME TO DET-BRN-NAME-O
              MOVE IDX-BALANCE TO DET-BALANCE-O
              IF ACCT-FROZEN
                 MOVE 'FROZEN' TO DET-STATUS-O
              ELSE
                 MOVE 'ACTIVE' TO DET-STATUS-O
              END-IF
              MOVE 'NOT LINKED' TO DET-NOTE-O
              WRITE RPT-REC FROM DETAIL-LINE
           END-IF.
       H620-END. EXIT.

       H900-WRITE-TRAILER.
           WRITE RPT-REC FROM TRAILER-1.
           MOVE 'CUSTOMERS REPORTED      :' TO TRL-LABEL-O.
           MOVE WS-CNT-CUST TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'LINKED ACCOUNTS         :' TO TRL-LABEL-O.
           MOVE WS-CNT-LINKED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'NAME DIFFERENCES        :' TO TRL-LABEL-O.
           MOVE WS-CNT-NAMEDIFF TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'LINKS NOT ON MASTER     :' TO TRL-LABEL-O.
           MOVE WS-CNT-MISSING TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'ACCOUNTS NOT LINKED     :' TO TRL-LABEL-O.
           MOVE WS-CNT-UNLINKED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           IF (WS-CNT-MISSING > ZERO OR WS-CNT-UNLINKED > ZERO)
              AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-FILE.
           CLOSE IDX-FILE.
           IF CUST-FILE-OK
              CLOSE CUST-FILE
           END-IF.
           IF XREF-FILE-OK
              CLOSE XREF-FILE
           END-IF.
           IF BRN-FILE-OK
              CLOSE BRN-FILE
           END-IF.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
