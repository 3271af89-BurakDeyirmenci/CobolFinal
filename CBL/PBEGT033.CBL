       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGT033.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO HISTFILE
                            STATUS ST-HIST.
           SELECT NEG-FILE  ASSIGN TO NEGFILE
                            STATUS ST-NEG.
           SELECT PRM-FILE  ASSIGN TO NTFPARM
                            STATUS ST-PRM.
           SELECT IDX-FILE  ASSIGN TO IDXFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY IDX-KEY
                            ALTERNATE RECORD KEY IDX-DVZ
                                      WITH DUPLICATES
                            STATUS ST-IDX.
           SELECT LOG-FILE  ASSIGN TO NTFLOG
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY NTL-KEY
                            STATUS ST-LOG.
           SELECT XREF-FILE ASSIGN TO CUSXREF
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY XREF-KEY
                            STATUS ST-XREF.
           SELECT CUST-FILE ASSIGN TO CUSTFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CUST-NO
                            STATUS ST-CUST.
           SELECT BRN-FILE  ASSIGN TO BRNFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY BRN-DVZ
                            STATUS ST-BRN.
           SELECT NTF-FILE  ASSIGN TO NTFEXT
                            STATUS ST-NTF.
           SELECT RPT-FILE  ASSIGN TO NTFRPT
                            STATUS ST-RPT.
           SELECT RUN-FILE  ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY RUN-KEY
                            STATUS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE RECORDING MODE F.
         01  HIST-REC.
           05 HIST-RUN-DATE   PIC 9(07).
           05 HIST-RUN-TIME   PIC 9(08).
           05 HIST-SEQ        PIC 9(07).
           05 HIST-FUNC       PIC X(04).
              88 HIST-FUNC-FREEZE           VALUE 'FRZ '.
              88 HIST-FUNC-UNFREEZE         VALUE 'UFRZ'.
              88 HIST-FUNC-TRANSFER         VALUES 'XFRD' 'XFRC'.
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
       FD  NEG-FILE RECORDING MODE F.
         01  NEG-REC.
           05 NEG-ID          PIC 9(05).
           05 NEG-DVZ         PIC 9(03).
           05 NEG-BALANCE     PIC S9(15) SIGN IS LEADING SEPARATE.
       FD  PRM-FILE RECORDING MODE F.
         01  PRM-REC.
           05 PRM-LARGE-XFER  PIC 9(15).
           05 PRM-DORM-DAYS   PIC 9(05).
           05 PRM-WARN-DAYS   PIC 9(03).
           05 FILLER          PIC X(57).
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
       FD  LOG-FILE.
         01  NTL-REC.
           05 NTL-KEY.
              07 NTL-ID       PIC 9(05).
              07 NTL-DVZ      PIC 9(03).
              07 NTL-EVENT    PIC X(04).
              07 NTL-REF-DATE PIC 9(07).
              07 NTL-REF-TIME PIC 9(08).
              07 NTL-REF-SEQ  PIC 9(07).
           05 NTL-STATUS      PIC X(01).
              88 NTL-OPEN                       VALUE 'O'.
              88 NTL-CLOSED                     VALUE 'C'.
           05 NTL-SENT-DATE   PIC 9(07).
           05 NTL-CLOSE-DATE  PIC 9(07).
           05 NTL-AMOUNT      PIC S9(15) COMP-3.
       FD  XREF-FILE.
         01  XREF-REC.
           05 XREF-KEY.
              07 XREF-ID     PIC 9(05).
              07 XREF-DVZ    PIC 9(03).
           05 XREF-CUST-NO   PIC 9(07).
           05 XREF-LINK-DATE PIC 9(07).
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
       FD  BRN-FILE.
         01  BRN-REC.
           05 BRN-DVZ        PIC S9(3) COMP.
           05 BRN-NAME       PIC X(20).
           05 BRN-STATUS     PIC X(01).
              88 BRN-OPEN                       VALUE 'O'.
              88 BRN-CLOSED                     VALUE 'C'.
       FD  NTF-FILE RECORDING MODE F.
         01  NTF-REC.
           05 NTF-TYPE        PIC 9(01).
           05 NTF-EVENT       PIC X(04).
           05 NTF-EVENT-DATE  PIC 9(07).
           05 NTF-ID          PIC 9(05).
           05 NTF-DVZ         PIC 9(03).
           05 NTF-CUST-NO     PIC 9(07).
           05 NTF-NAME        PIC X(15).
           05 NTF-SURNAME     PIC X(15).
           05 NTF-BRN-NAME    PIC X(20).
           05 NTF-AMOUNT      PIC S9(15) SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X(07).
         01  NTF-HDR.
           05 NTH-TYPE        PIC 9(01).
           05 NTH-CREATE-DATE PIC 9(07).
           05 NTH-EVENT-DATE  PIC 9(07).
           05 FILLER          PIC X(85).
         01  NTF-TRL.
           05 NTT-TYPE        PIC 9(01).
           05 NTT-REC-COUNT   PIC 9(07).
           05 NTT-HASH-TOTAL  PIC S9(15) SIGN IS LEADING SEPARATE.
           05 FILLER          PIC X(76).
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
                              'CUSTOMER NOTIFICATION RUN '.
         05  FILLER         PIC X(12) VALUE ' EVENT DATE:'.
         05  HDR-DATE-O     PIC 9(07).
         05  FILLER         PIC X(10) VALUE ' DORMANT <'.
         05  HDR-DORM-CUT-O PIC 9(07).
         05  FILLER         PIC X(07) VALUE ' WARN <'.
         05  HDR-WARN-CUT-O PIC 9(07).
      *
       01  HEADER-1.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(04) VALUE 'Evnt'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE 'Dvz'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE 'Id   '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE 'Cust No'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE 'Name           '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE 'Surname        '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(20) VALUE 'Branch Name         '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE 'Date   '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE 'Amount         '.
      *
       01  HEADER-2.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(04) VALUE '----'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE '---'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(05) VALUE '-----'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE '-------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(20) VALUE '--------------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE '-------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(15) VALUE '---------------'.
      *----------------------------------------------------------------*
      *    HEADER AREA END                                             *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DETAIL AREA START                                           *
      *----------------------------------------------------------------*
       01  DETAIL-LINE.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-EVENT-O    PIC X(04).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-DVZ-O      PIC 9(03).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-ID-O       PIC 9(05).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-CUST-O     PIC 9(07).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-NAME-O     PIC X(15).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-SURNAME-O  PIC X(15).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-BRN-NAME-O PIC X(20).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-DATE-O     PIC 9(07).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-AMOUNT-O   PIC -(14)9.
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
         05 ST-HIST        PIC 9(2).
              88 HIST-FILE-SUCCESS              VALUE 0 97.
              88 HIST-FILE-EOF                  VALUE 10.
         05 ST-NEG         PIC 9(2).
              88 NEG-FILE-SUCCESS               VALUE 0 97.
              88 NEG-FILE-EOF                   VALUE 10.
         05 ST-PRM         PIC 9(2).
              88 PRM-FILE-SUCCESS               VALUE 0 97.
         05 ST-IDX         PIC 9(2).
              88 IDX-FILE-SUCCESS               VALUE 0 97.
              88 IDX-FILE-EOF                   VALUE 10 23.
         05 ST-LOG         PIC 9(2).
              88 LOG-FILE-SUCCESS               VALUE 0 97.
              88 LOG-FILE-EOF                   VALUE 10 23.
         05 ST-XREF        PIC 9(2).
              88 XREF-FILE-SUCCESS              VALUE 0 97.
         05 ST-CUST        PIC 9(2).
              88 CUST-FILE-SUCCESS              VALUE 0 97.
         05 ST-BRN         PIC 9(2).
              88 BRN-FILE-SUCCESS               VALUE 0 97.
         05 ST-NTF         PIC 9(2).
              88 NTF-FILE-SUCCESS               VALUE 0 97.
         05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
         05 WS-NEG-FILE-OK PIC X(01) VALUE 'N'.
              88 NEG-FILE-OK                    VALUE 'Y'.
         05 WS-CUST-FILE-OK PIC X(01) VALUE 'N'.
              88 CUST-FILE-OK                   VALUE 'Y'.
         05 WS-BRN-FILE-OK PIC X(01) VALUE 'N'.
              88 BRN-FILE-OK                    VALUE 'Y'.
         05 WS-PARM-DATE-X PIC X(07) VALUE SPACES.
         05 WS-NTF-DATE    PIC 9(07) VALUE ZERO.
         05 WS-LARGE-XFER  PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-DORM-DAYS   PIC 9(05) VALUE 365.
         05 WS-WARN-DAYS   PIC 9(03) VALUE ZERO.
         05 WS-DORM-CUT    PIC 9(07) VALUE ZERO.
         05 WS-WARN-CUT    PIC 9(07) VALUE ZERO.
         05 WS-DT-YEAR     PIC 9(04) COMP VALUE ZERO.
         05 WS-DT-DDD      PIC S9(07) COMP VALUE ZERO.
         05 WS-YEAR-DAYS   PIC 9(03) COMP VALUE ZERO.
         05 WS-LEAP-QUOT   PIC 9(04) COMP VALUE ZERO.
         05 WS-LEAP-REM    PIC 9(04) COMP VALUE ZERO.
         05 WS-MOVE-ABS    PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-COND-CLEAR  PIC X(01) VALUE 'N'.
              88 CONDITION-CLEARED              VALUE 'Y'.
         05 WS-NTF-COUNT   PIC 9(07) VALUE ZERO.
         05 WS-NTF-HASH    PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-CNT-READ    PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-FRZ     PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-UFRZ    PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-XFER    PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-NEG     PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-DORM    PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-REPEAT  PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-CLEARED PIC 9(07) COMP VALUE ZERO.
         05 ST-RUN         PIC 9(2).
              88 RUN-FILE-SUCCESS               VALUE 0 97.
         05 WS-CTL-DATE    PIC 9(07) VALUE ZERO.
         05 WS-CTL-TIME    PIC 9(08) VALUE ZERO.
      *
       01  WS-NTC-AREA.
         05 WS-NTC-EVENT   PIC X(04).
              88 NTC-CONDITION                  VALUES 'NEG ' 'DRMW'.
         05 WS-NTC-DATE    PIC 9(07).
         05 WS-NTC-ID      PIC 9(05).
         05 WS-NTC-DVZ     PIC 9(03).
         05 WS-NTC-CUST-NO PIC 9(07).
         05 WS-NTC-NAME    PIC X(15).
         05 WS-NTC-SURNAME PIC X(15).
         05 WS-NTC-BRN-NAME PIC X(20).
         05 WS-NTC-AMOUNT  PIC S9(15) COMP-3.
         05 WS-NTC-REF-DATE PIC 9(07).
         05 WS-NTC-REF-TIME PIC 9(08).
         05 WS-NTC-REF-SEQ PIC 9(07).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-RUN-CONTROL-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-LOAD-PARAMETERS.
           PERFORM H120-COMPUTE-CUTOFFS.
           PERFORM H150-WRITE-HEADERS.
           PERFORM H160-WRITE-NTF-HEADER.
           PERFORM H200-CLOSE-CONDITIONS.
           PERFORM H300-READ-HISTORY UNTIL HIST-FILE-EOF.
           IF NEG-FILE-OK
              PERFORM H400-READ-NEGATIVE UNTIL NEG-FILE-EOF
           END-IF.
           IF WS-WARN-DAYS > ZERO
              PERFORM H500-DORMANCY-SCAN
           END-IF.
           PERFORM H800-WRITE-NTF-TRAILER.
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
           MOVE 'PBEGT033' TO RUN-JOB.
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
                    DISPLAY 'PBEGT033 ALREADY RUN FOR ' WS-CTL-DATE
                            ' STATUS ' RUN-STATUS
                    MOVE 12 TO RETURN-CODE
                    CLOSE RUN-FILE
                    GOBACK
                 END-IF
           END-READ.
       H050-END. EXIT.

       H940-RUN-CONTROL-END.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'PBEGT033' TO RUN-JOB.
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
           ACCEPT WS-PARM-DATE-X.
           IF WS-PARM-DATE-X IS NUMERIC
              MOVE WS-PARM-DATE-X TO WS-NTF-DATE
           ELSE
              MOVE WS-CTL-DATE TO WS-NTF-DATE
           END-IF.

           OPEN INPUT HIST-FILE.
           IF NOT HIST-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN HISTFILE: ' ST-HIST
           MOVE ST-HIST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT IDX-FILE.
           IF NOT IDX-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE ST-IDX TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN I-O LOG-FILE.
           IF NOT LOG-FILE-SUCCESS
              IF ST-LOG = 35
                 OPEN OUTPUT LOG-FILE
                 CLOSE LOG-FILE
                 OPEN I-O LOG-FILE
              END-IF
              IF NOT LOG-FILE-SUCCESS
                 DISPLAY 'UNABLE TO OPEN NTFLOG: ' ST-LOG
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN OUTPUT NTF-FILE.
           IF NOT NTF-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN NTFEXT: ' ST-NTF
           MOVE ST-NTF TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN NTFRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN INPUT NEG-FILE.
           IF NEG-FILE-SUCCESS
              SET NEG-FILE-OK TO TRUE
           END-IF.

           OPEN INPUT XREF-FILE.
           IF XREF-FILE-SUCCESS
              OPEN INPUT CUST-FILE
              IF CUST-FILE-SUCCESS
                 SET CUST-FILE-OK TO TRUE
              ELSE
                 CLOSE XREF-FILE
              END-IF
           END-IF.

           OPEN INPUT BRN-FILE.
           IF BRN-FILE-SUCCESS
              SET BRN-FILE-OK TO TRUE
           END-IF.
       H100-END. EXIT.

       H110-LOAD-PARAMETERS.
           OPEN INPUT PRM-FILE.
           IF NOT PRM-FILE-SUCCESS
              DISPLAY 'UNABLE TO OPEN NTFPARM: ' ST-PRM
              MOVE 12 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ PRM-FILE.
           IF NOT PRM-FILE-SUCCESS
              DISPLAY 'NTFPARM RECORD MISSING: ' ST-PRM
              MOVE 12 TO RETURN-CODE
              CLOSE PRM-FILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF PRM-LARGE-XFER NOT NUMERIC
              OR PRM-DORM-DAYS NOT NUMERIC
              OR PRM-WARN-DAYS NOT NUMERIC
              DISPLAY 'NTFPARM THRESHOLDS NOT NUMERIC'
              MOVE 12 TO RETURN-CODE
              CLOSE PRM-FILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE PRM-LARGE-XFER TO WS-LARGE-XFER.
           IF PRM-DORM-DAYS > ZERO
              MOVE PRM-DORM-DAYS TO WS-DORM-DAYS
           END-IF.
           MOVE PRM-WARN-DAYS TO WS-WARN-DAYS.
           CLOSE PRM-FILE.
       H110-END. EXIT.

      *----------------------------------------------------------------*
      *    DORMANT WHEN LAST ACTIVITY < EVENT DATE - DAYS (PBEGT015)   *
      *    WARNED WHEN IT WILL BE DORMANT WITHIN THE WARNING DAYS      *
      *----------------------------------------------------------------*
       H120-COMPUTE-CUTOFFS.
           DIVIDE WS-NTF-DATE BY 1000
                  GIVING WS-DT-YEAR REMAINDER WS-DT-DDD.
           SUBTRACT WS-DORM-DAYS FROM WS-DT-DDD.
           PERFORM H125-BORROW-YEAR UNTIL WS-DT-DDD > ZERO.
           COMPUTE WS-DORM-CUT = (WS-DT-YEAR * 1000) + WS-DT-DDD.
           ADD WS-WARN-DAYS TO WS-DT-DDD.
           PERFORM H127-YEAR-LENGTH.
           PERFORM H126-CARRY-YEAR UNTIL WS-DT-DDD NOT > WS-YEAR-DAYS.
           COMPUTE WS-WARN-CUT = (WS-DT-YEAR * 1000) + WS-DT-DDD.
       H120-END. EXIT.

       H125-BORROW-YEAR.
           SUBTRACT 1 FROM WS-DT-YEAR.
           PERFORM H127-YEAR-LENGTH.
           ADD WS-YEAR-DAYS TO WS-DT-DDD.
       H125-END. EXIT.

       H126-CARRY-YEAR.
           SUBTRACT WS-YEAR-DAYS FROM WS-DT-DDD.
           ADD 1 TO WS-DT-YEAR.
           PERFORM H127-YEAR-LENGTH.
       H126-END. EXIT.

       H127-YEAR-LENGTH.
           MOVE 365 TO WS-YEAR-DAYS.
           DIVIDE WS-DT-YEAR BY 4
                  GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
              MOVE 366 TO WS-YEAR-DAYS
              DIVIDE WS-DT-YEAR BY 100
                     GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM = ZERO
                 MOVE 365 TO WS-YEAR-DAYS
                 DIVIDE WS-DT-YEAR BY 400
                        GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = ZERO
                    MOVE 366 TO WS-YEAR-DAYS
                 END-IF
              END-IF
           END-IF.
       H127-END. EXIT.

       H150-WRITE-HEADERS.
           MOVE WS-NTF-DATE TO HDR-DATE-O.
           MOVE WS-DORM-CUT TO HDR-DORM-CUT-O.
           MOVE WS-WARN-CUT TO HDR-WARN-CUT-O.
           WRITE RPT-REC FROM HEADER-0.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
       H150-END. EXIT.

       H160-WRITE-NTF-HEADER.
           MOVE ZERO TO NTH-TYPE.
           MOVE WS-CTL-DATE TO NTH-CREATE-DATE.
           MOVE WS-NTF-DATE TO NTH-EVENT-DATE.
           WRITE NTF-REC FROM NTF-HDR.
       H160-END. EXIT.

      *----------------------------------------------------------------*
      *    OPEN NEGATIVE/DORMANCY NOTICES WHOSE CONDITION HAS CLEARED  *
      *    ARE CLOSED SO A LATER RECURRENCE IS NOTIFIED AGAIN          *
      *----------------------------------------------------------------*
       H200-CLOSE-CONDITIONS.
           MOVE LOW-VALUES TO NTL-KEY.
           START LOG-FILE KEY IS NOT LESS THAN NTL-KEY
              INVALID KEY CONTINUE
           END-START.
           PERFORM H210-READ-NEXT-LOG UNTIL LOG-FILE-EOF.
       H200-END. EXIT.

       H210-READ-NEXT-LOG.
           READ LOG-FILE NEXT RECORD
              AT END CONTINUE
              NOT AT END
                  IF NTL-OPEN
                     PERFORM H220-CHECK-CONDITION
                  END-IF
           END-READ.
       H210-END. EXIT.

       H220-CHECK-CONDITION.
           MOVE 'N' TO WS-COND-CLEAR.
           COMPUTE IDX-ID = NTL-ID.
           COMPUTE IDX-DVZ = NTL-DVZ.
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY SET CONDITION-CLEARED TO TRUE
             NOT INVALID KEY
                 IF NTL-EVENT = 'NEG ' AND IDX-BALANCE NOT < ZERO
                    SET CONDITION-CLEARED TO TRUE
                 END-IF
                 IF NTL-EVENT = 'DRMW' AND IDX-DATE NOT < WS-WARN-CUT
                    SET CONDITION-CLEARED TO TRUE
                 END-IF
           END-READ.
           IF CONDITION-CLEARED
              MOVE 'C' TO NTL-STATUS
              MOVE WS-NTF-DATE TO NTL-CLOSE-DATE
              REWRITE NTL-REC
              ADD 1 TO WS-CNT-CLEARED
           END-IF.
       H220-END. EXIT.

       H300-READ-HISTORY.
           READ HIST-FILE.
           IF (NOT HIST-FILE-SUCCESS) AND (NOT HIST-FILE-EOF)
           DISPLAY 'UNABLE TO READ HISTFILE: ' ST-HIST
           MOVE ST-HIST TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT HIST-FILE-EOF
              ADD 1 TO WS-CNT-READ
              IF HIST-RUN-DATE = WS-NTF-DATE
                 PERFORM H310-CHECK-HISTORY
              END-IF
           END-IF.
       H300-END. EXIT.

       H310-CHECK-HISTORY.
           MOVE SPACES TO WS-NTC-EVENT.
           COMPUTE WS-MOVE-ABS = HIST-BALANCE-A - HIST-BALANCE-B.
           IF WS-MOVE-ABS < ZERO
              COMPUTE WS-MOVE-ABS = ZERO - WS-MOVE-ABS
           END-IF.
           EVALUATE TRUE
              WHEN HIST-FUNC-FREEZE
              WHEN HIST-FUNC-UNFREEZE
                 MOVE HIST-FUNC      TO WS-NTC-EVENT
                 MOVE HIST-BALANCE-A TO WS-NTC-AMOUNT
              WHEN HIST-FUNC-TRANSFER
                 IF WS-LARGE-XFER > ZERO
                    AND WS-MOVE-ABS NOT < WS-LARGE-XFER
                    MOVE HIST-FUNC TO WS-NTC-EVENT
                    COMPUTE WS-NTC-AMOUNT =
                            HIST-BALANCE-A - HIST-BALANCE-B
                 END-IF
           END-EVALUATE.
           IF WS-NTC-EVENT NOT = SPACES
              MOVE HIST-RUN-DATE  TO WS-NTC-DATE
              MOVE HIST-ID        TO WS-NTC-ID
              MOVE HIST-DVZ       TO WS-NTC-DVZ
              MOVE HIST-NAME-A    TO WS-NTC-NAME
              MOVE HIST-SURNAME-A TO WS-NTC-SURNAME
              MOVE HIST-RUN-DATE  TO WS-NTC-REF-DATE
              MOVE HIST-RUN-TIME  TO WS-NTC-REF-TIME
              MOVE HIST-SEQ       TO WS-NTC-REF-SEQ
              PERFORM H600-ISSUE-NOTICE
           END-IF.
       H310-END. EXIT.

       H400-READ-NEGATIVE.
           READ NEG-FILE.
           IF (NOT NEG-FILE-SUCCESS) AND (NOT NEG-FILE-EOF)
           DISPLAY 'UNABLE TO READ NEGFILE: ' ST-NEG
           MOVE ST-NEG TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT NEG-FILE-EOF
              PERFORM H410-CHECK-NEGATIVE
           END-IF.
       H400-END. EXIT.

       H410-CHECK-NEGATIVE.
           COMPUTE IDX-ID = NEG-ID.
           COMPUTE IDX-DVZ = NEG-DVZ.
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 IF IDX-BALANCE < ZERO
                    MOVE 'NEG '        TO WS-NTC-EVENT
                    MOVE WS-NTF-DATE   TO WS-NTC-DATE
                    MOVE NEG-ID        TO WS-NTC-ID
                    MOVE NEG-DVZ       TO WS-NTC-DVZ
                    MOVE IDX-NAME      TO WS-NTC-NAME
                    MOVE IDX-SURNAME   TO WS-NTC-SURNAME
                    MOVE IDX-BALANCE   TO WS-NTC-AMOUNT
                    MOVE ZERO          TO WS-NTC-REF-DATE
                    MOVE ZERO          TO WS-NTC-REF-TIME
                    MOVE ZERO          TO WS-NTC-REF-SEQ
                    PERFORM H600-ISSUE-NOTICE
                 END-IF
           END-READ.
       H410-END. EXIT.

       H500-DORMANCY-SCAN.
           MOVE ZERO TO IDX-DVZ.
           START IDX-FILE KEY IS NOT LESS THAN IDX-DVZ
              INVALID KEY CONTINUE
           END-START.
           PERFORM H510-READ-NEXT-ACCOUNT UNTIL IDX-FILE-EOF.
       H500-END. EXIT.

       H510-READ-NEXT-ACCOUNT.
           READ IDX-FILE NEXT RECORD
              AT END CONTINUE
              NOT AT END
                  IF IDX-DATE NOT < WS-DORM-CUT
                     AND IDX-DATE < WS-WARN-CUT
                     PERFORM H520-DORMANCY-WARNING
                  END-IF
           END-READ.
       H510-END. EXIT.

       H520-DORMANCY-WARNING.
           DIVIDE IDX-DATE BY 1000
                  GIVING WS-DT-YEAR REMAINDER WS-DT-DDD.
           ADD WS-DORM-DAYS TO WS-DT-DDD.
           ADD 1 TO WS-DT-DDD.
           PERFORM H127-YEAR-LENGTH.
           PERFORM H126-CARRY-YEAR UNTIL WS-DT-DDD NOT > WS-YEAR-DAYS.
           MOVE 'DRMW'        TO WS-NTC-EVENT.
           COMPUTE WS-NTC-DATE = (WS-DT-YEAR * 1000) + WS-DT-DDD.
           MOVE IDX-ID        TO WS-NTC-ID.
           MOVE IDX-DVZ       TO WS-NTC-DVZ.
           MOVE IDX-NAME      TO WS-NTC-NAME.
           MOVE IDX-SURNAME   TO WS-NTC-SURNAME.
           MOVE IDX-BALANCE   TO WS-NTC-AMOUNT.
           MOVE ZERO          TO WS-NTC-REF-DATE.
           MOVE ZERO          TO WS-NTC-REF-TIME.
           MOVE ZERO          TO WS-NTC-REF-SEQ.
           PERFORM H600-ISSUE-NOTICE.
       H520-END. EXIT.

      *----------------------------------------------------------------*
      *    ONE NOTICE PER EVENT: NTFLOG HOLDS EVERY NOTICE SENT        *
      *----------------------------------------------------------------*
       H600-ISSUE-NOTICE.
           MOVE WS-NTC-ID       TO NTL-ID.
           MOVE WS-NTC-DVZ      TO NTL-DVZ.
           MOVE WS-NTC-EVENT    TO NTL-EVENT.
           MOVE WS-NTC-REF-DATE TO NTL-REF-DATE.
           MOVE WS-NTC-REF-TIME TO NTL-REF-TIME.
           MOVE WS-NTC-REF-SEQ  TO NTL-REF-SEQ.
           READ LOG-FILE KEY NTL-KEY
             INVALID KEY
                 IF NTC-CONDITION
                    MOVE 'O' TO NTL-STATUS
                 ELSE
                    MOVE 'C' TO NTL-STATUS
                 END-IF
                 MOVE WS-NTF-DATE   TO NTL-SENT-DATE
                 MOVE ZERO          TO NTL-CLOSE-DATE
                 MOVE WS-NTC-AMOUNT TO NTL-AMOUNT
                 WRITE NTL-REC
                 PERFORM H700-WRITE-NOTICE
             NOT INVALID KEY
                 IF NTC-CONDITION AND NTL-CLOSED
                    MOVE 'O' TO NTL-STATUS
                    MOVE WS-NTF-DATE   TO NTL-SENT-DATE
                    MOVE ZERO          TO NTL-CLOSE-DATE
                    MOVE WS-NTC-AMOUNT TO NTL-AMOUNT
                    REWRITE NTL-REC
                    PERFORM H700-WRITE-NOTICE
                 ELSE
                    ADD 1 TO WS-CNT-REPEAT
                 END-IF
           END-READ.
       H600-END. EXIT.

       H650-LOOKUP-NAMES.
           MOVE ZERO TO WS-NTC-CUST-NO.
           IF CUST-FILE-OK
              MOVE WS-NTC-ID  TO XREF-ID
              MOVE WS-NTC-DVZ TO XREF-DVZ
              READ XREF-FILE KEY XREF-KEY
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE XREF-CUST-NO TO CUST-NO
                    READ CUST-FILE KEY CUST-NO
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                          IF CUST-ACTIVE
                             MOVE CUST-NO      TO WS-NTC-CUST-NO
                             MOVE CUST-NAME    TO WS-NTC-NAME
                             MOVE CUST-SURNAME TO WS-NTC-SURNAME
                          END-IF
                    END-READ
              END-READ
           END-IF.
           MOVE SPACES TO WS-NTC-BRN-NAME.
           IF BRN-FILE-OK
              MOVE WS-NTC-DVZ TO BRN-DVZ
              READ BRN-FILE KEY BRN-DVZ
                INVALID KEY
                    MOVE '*UNKNOWN*' TO WS-NTC-BRN-NAME
                NOT INVALID KEY
                    MOVE BRN-NAME TO WS-NTC-BRN-NAME
              END-READ
           END-IF.
       H650-END. EXIT.

       H700-WRITE-NOTICE.
           PERFORM H650-LOOKUP-NAMES.
           MOVE 1               TO NTF-TYPE.
           MOVE WS-NTC-EVENT    TO NTF-EVENT.
           MOVE WS-NTC-DATE     TO NTF-EVENT-DATE.
           MOVE WS-NTC-ID       TO NTF-ID.
           MOVE WS-NTC-DVZ      TO NTF-DVZ.
           MOVE WS-NTC-CUST-NO  TO NTF-CUST-NO.
           MOVE WS-NTC-NAME     TO NTF-NAME.
           MOVE WS-NTC-SURNAME  TO NTF-SURNAME.
           MOVE WS-NTC-BRN-NAME TO NTF-BRN-NAME.
           MOVE WS-NTC-AMOUNT   TO NTF-AMOUNT.
           WRITE NTF-REC.
           ADD 1 TO WS-NTF-COUNT.
           ADD WS-NTC-AMOUNT TO WS-NTF-HASH.

           MOVE WS-NTC-EVENT    TO DET-EVENT-O.
           MOVE WS-NTC-DVZ      TO DET-DVZ-O.
           MOVE WS-NTC-ID       TO DET-ID-O.
           MOVE WS-NTC-CUST-NO  TO DET-CUST-O.
           MOVE WS-NTC-NAME     TO DET-NAME-O.
           MOVE WS-NTC-SURNAME  TO DET-SURNAME-O.
           MOVE WS-NTC-BRN-NAME TO DET-BRN-NAME-O.
           MOVE WS-NTC-DATE     TO DET-DATE-O.
           MOVE WS-NTC-AMOUNT   TO DET-AMOUNT-O.
           WRITE RPT-REC FROM DETAIL-LINE.

           EVALUATE WS-NTC-EVENT
              WHEN 'FRZ '
                 ADD 1 TO WS-CNT-FRZ
              WHEN 'UFRZ'
                 ADD 1 TO WS-CNT-UFRZ
              WHEN 'NEG '
                 ADD 1 TO WS-CNT-NEG
              WHEN 'DRMW'
                 ADD 1 TO WS-CNT-DORM
              WHEN OTHER
                 ADD 1 TO WS-CNT-XFER
           END-EVALUATE.
       H700-END. EXIT.

       H800-WRITE-NTF-TRAILER.
           MOVE 9 TO NTT-TYPE.
           MOVE WS-NTF-COUNT TO NTT-REC-COUNT.
           MOVE WS-NTF-HASH  TO NTT-HASH-TOTAL.
           WRITE NTF-REC FROM NTF-TRL.
       H800-END. EXIT.

       H900-WRITE-TRAILER.
           WRITE RPT-REC FROM TRAILER-1.
           MOVE 'HISTORY RECORDS READ    :' TO TRL-LABEL-O.
           MOVE WS-CNT-READ TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'FREEZE NOTICES          :' TO TRL-LABEL-O.
           MOVE WS-CNT-FRZ TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'UNFREEZE NOTICES        :' TO TRL-LABEL-O.
           MOVE WS-CNT-UFRZ TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'LARGE TRANSFER NOTICES  :' TO TRL-LABEL-O.
           MOVE WS-CNT-XFER TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'NEGATIVE BALANCE NOTICES:' TO TRL-LABEL-O.
           MOVE WS-CNT-NEG TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'DORMANCY WARNINGS       :' TO TRL-LABEL-O.
           MOVE WS-CNT-DORM TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'NOTICES WRITTEN         :' TO TRL-LABEL-O.
           MOVE WS-NTF-COUNT TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'REPEATS SUPPRESSED      :' TO TRL-LABEL-O.
           MOVE WS-CNT-REPEAT TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'CONDITIONS CLEARED      :' TO TRL-LABEL-O.
           MOVE WS-CNT-CLEARED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-FILE.
           CLOSE HIST-FILE.
           CLOSE IDX-FILE.
           CLOSE LOG-FILE.
           CLOSE NTF-FILE.
           CLOSE RPT-FILE.
           IF NEG-FILE-OK
              CLOSE NEG-FILE
           END-IF.
           IF CUST-FILE-OK
              CLOSE XREF-FILE
              CLOSE CUST-FILE
           END-IF.
           IF BRN-FILE-OK
              CLOSE BRN-FILE
           END-IF.
           GOBACK.
       H999-EXIT.
