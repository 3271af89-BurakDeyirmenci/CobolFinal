                            STATUS ST-HIST.
           SELECT NEG-FILE  ASSIGN TO NEGFILE
                            STATUS ST-NEG.
           SELECT REV-FILE  ASSIGN TO REVFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY REV-KEY
                            ALTERNATE RECORD KEY REV-NEW-KEY
                            STATUS ST-REV.
           SELECT CUST-FILE ASSIGN TO CUSTFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY CUST-NO
                            STATUS ST-CUST.
           SELECT XREF-FILE ASSIGN TO CUSXREF
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY XREF-KEY
                            STATUS ST-XREF.
           SELECT NUM-FILE  ASSIGN TO NUMCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY NUM-DVZ
                            STATUS ST-NUM.
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY HOLD-KEY
                            STATUS ST-HOLD.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           05 NEG-ID          PIC 9(05).
           05 NEG-DVZ         PIC 9(03).
           05 NEG-BALANCE     PIC S9(15) SIGN IS LEADING SEPARATE.
       FD  REV-FILE.
         01  REV-REC.
           05 REV-KEY.
              07 REV-ORIG-DATE PIC 9(07).
              07 REV-ORIG-TIME PIC 9(08).
              07 REV-ORIG-SEQ  PIC 9(07).
              07 REV-ORIG-ID   PIC 9(05).
              07 REV-ORIG-DVZ  PIC 9(03).
           05 REV-NEW-KEY.
              07 REV-NEW-DATE  PIC 9(07).
              07 REV-NEW-TIME  PIC 9(08).
              07 REV-NEW-SEQ   PIC 9(07).
              07 REV-NEW-ID    PIC 9(05).
              07 REV-NEW-DVZ   PIC 9(03).
           05 REV-ORIG-FUNC    PIC X(04).
           05 REV-NEW-FUNC     PIC X(04).
           05 REV-AMOUNT       PIC S9(15) COMP-3.
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
       FD  NUM-FILE.
         01  NUM-REC.
           05 NUM-DVZ        PIC S9(3) COMP.
           05 NUM-NEXT       PIC 9(05).
           05 NUM-CHECK      PIC X(01).
              88 NUM-CHECK-ON                   VALUE 'Y'.
           05 NUM-LAST-ID    PIC 9(05).
           05 NUM-LAST-DATE  PIC 9(07).
           05 NUM-ASSIGNED   PIC 9(07).
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
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-IDX         PIC 9(2).
              88 RULE-FILE-OK                    VALUE 'Y'.
           05 ST-HIST        PIC 9(2).
              88 HIST-FILE-SUCCESS               VALUE 0 97.
              88 HIST-FILE-EOF                   VALUE 10.
           05 ST-NEG         PIC 9(2).
              88 NEG-FILE-SUCCESS                VALUE 0 97.
           05 ST-REV         PIC 9(2).
              88 REV-FILE-SUCCESS                VALUE 0 97.
           05 ST-CUST        PIC 9(2).
              88 CUST-FILE-SUCCESS               VALUE 0 97.
           05 ST-XREF        PIC 9(2).
              88 XREF-FILE-SUCCESS               VALUE 0 97.
           05 ST-NUM         PIC 9(2).
              88 NUM-FILE-SUCCESS                VALUE 0 97.
           05 ST-HOLD        PIC 9(2).
              88 HOLD-FILE-SUCCESS               VALUE 0 97.
           05 WS-HIST-SEQ    PIC 9(07) COMP VALUE ZERO.
           05 WS-RUN-DATE    PIC 9(07) VALUE ZERO.
           05 WS-RUN-TIME    PIC 9(08) VALUE ZERO.
           05 WS-COUNTER     PIC 9(02).
           05 WS-O-COUNTER     PIC 9(02).
           05 WS-BAL-DISPLAY PIC -(15)9.
           05 WS-AVL-DISPLAY PIC -(14)9.
         01  WS-XFER-AREA.
           05 WS-XFR-S-NAME     PIC X(15).
           05 WS-XFR-S-SURNAME  PIC X(15).
           05 WS-XFR-T-DATE     PIC S9(7)  COMP-3.
           05 WS-XFR-T-BALANCE  PIC S9(15) COMP-3.
           05 WS-XFR-T-STATUS   PIC X(01).
           05 WS-XFR-S-HOLDS    PIC S9(15) COMP-3.
           05 WS-XFR-T-HOLDS    PIC S9(15) COMP-3.
         01  WS-REV-AREA.
           05 WS-REV-SCAN-DONE  PIC X(01).
              88 REV-SCAN-DONE                   VALUE 'Y'.
           05 WS-REV-ORIG-FOUND PIC X(01).
              88 REV-ORIG-FOUND                  VALUE 'Y'.
           05 WS-REV-PAIR-FOUND PIC X(01).
              88 REV-PAIR-FOUND                  VALUE 'Y'.
           05 WS-REV-ORIG-FUNC  PIC X(04).
              88 REV-FUNC-REVERSIBLE             VALUES 'ADJ ' 'XFRD'
                                                 'XFRC' 'FEE ' 'INT '.
              88 REV-FUNC-TRANSFER               VALUES 'XFRD' 'XFRC'.
           05 WS-REV-LEGS       PIC 9(01) COMP.
           05 WS-REV-IX         PIC 9(01) COMP.
           05 WS-REV-LEG        OCCURS 2.
              07 WS-REV-L-ID       PIC 9(05).
              07 WS-REV-L-DVZ      PIC 9(03).
              07 WS-REV-L-SEQ      PIC 9(07).
              07 WS-REV-L-FUNC     PIC X(04).
              07 WS-REV-L-NEWFUNC  PIC X(04).
              07 WS-REV-L-DELTA    PIC S9(15) COMP-3.
         01  WS-CUST-AREA.
           05 WS-CUST-ACCT-MAX  PIC 9(02) VALUE 20.
           05 WS-CUST-IX        PIC 9(02) COMP.
           05 WS-CUST-POS       PIC 9(02) COMP.
         01  WS-NUM-AREA.
           05 WS-NUM-BASE       PIC 9(04).
           05 WS-NUM-DIGITS REDEFINES WS-NUM-BASE.
              07 WS-NUM-D1      PIC 9(01).
              07 WS-NUM-D2      PIC 9(01).
              07 WS-NUM-D3      PIC 9(01).
              07 WS-NUM-D4      PIC 9(01).
           05 WS-NUM-SUM        PIC 9(03) COMP.
           05 WS-NUM-QUOT       PIC 9(03) COMP.
           05 WS-NUM-REM        PIC 9(02) COMP.
           05 WS-NUM-CHECK      PIC 9(02) COMP.
           05 WS-NUM-CANDIDATE  PIC 9(05).
           05 WS-NUM-FOUND      PIC X(01).
              88 NUM-FOUND                       VALUE 'Y'.
           05 WS-NUM-NEW        PIC X(01).
              88 NUM-NEW-CONTROL                 VALUE 'Y'.
           05 WS-NUM-ASSIGN     PIC X(01).
              88 NUM-SYSTEM-ASSIGNED             VALUE 'Y'.
         01  WS-HOLD-AREA.
           05 WS-HOLD-ID        PIC 9(05).
           05 WS-HOLD-DVZ       PIC 9(03).
           05 WS-HOLD-TOTAL     PIC S9(15) COMP-3.
           05 WS-HOLD-AVAILABLE PIC S9(15) COMP-3.
           05 WS-HOLD-LAST-SEQ  PIC 9(03).
           05 WS-HOLD-SCAN      PIC X(01).
              88 HOLD-SCAN-DONE                  VALUE 'Y'.

       LINKAGE SECTION.
         01 LS-WORK-AREA.
              88 WS-FUNC-XFER                   VALUE 9.
              88 WS-FUNC-FREEZ                  VALUE 10.
              88 WS-FUNC-UNFRZ                  VALUE 11.
              88 WS-FUNC-REVRS                  VALUE 12.
              88 WS-FUNC-HOLD                   VALUE 13.
              88 WS-FUNC-RLSE                   VALUE 14.
              88 WS-FUNC-ERR                    VALUE 0.
           05 WS-SUB-ID-2       PIC 9(05).
           05 WS-SUB-DVZ-2      PIC 9(03).
           05 WS-SUB-OVERRIDE   PIC X(01).
              88 SUB-OVERRIDE-AUTH              VALUE 'Y'.
           05 WS-SUB-REV-DATE   PIC 9(07).
           05 WS-SUB-REV-TIME   PIC 9(08).
           05 WS-SUB-REV-SEQ    PIC 9(07).
           05 WS-SUB-CUST-NO    PIC 9(07).
           05 WS-SUB-STREAM-NO  PIC 9(01).
           05 WS-SUB-HOLD-REASON PIC X(15).
           05 WS-SUB-HOLD-EXPIRY PIC 9(07).
           05 WS-SUB-HOLD-SEQ   PIC 9(03).

      *--------------------
       PROCEDURE DIVISION USING LS-WORK-AREA.
                 PERFORM H850-FREEZE-RECORD
              WHEN WS-FUNC-UNFRZ
                 PERFORM H860-UNFREEZE-RECORD
              WHEN WS-FUNC-REVRS
                 PERFORM H870-REVERSE-POSTING
              WHEN WS-FUNC-HOLD
                 PERFORM H880-PLACE-HOLD
              WHEN WS-FUNC-RLSE
                 PERFORM H890-RELEASE-HOLD
              WHEN WS-FUNC-CLOS
                 PERFORM H999-PROGRAM-EXIT
              WHEN OTHER
              END-IF
           END-IF.

           OPEN I-O REV-FILE.
           IF NOT REV-FILE-SUCCESS
              IF ST-REV = 35
                 OPEN OUTPUT REV-FILE
                 CLOSE REV-FILE
                 OPEN I-O REV-FILE
              END-IF
              IF NOT REV-FILE-SUCCESS
                 MOVE ST-REV TO WS-SUB-RC
                 MOVE 'REVERSAL FILE CANNOT BE OPENED' TO WS-SUB-DESC
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN I-O CUST-FILE.
           IF NOT CUST-FILE-SUCCESS
              IF ST-CUST = 35
                 OPEN OUTPUT CUST-FILE
                 CLOSE CUST-FILE
                 OPEN I-O CUST-FILE
              END-IF
              IF NOT CUST-FILE-SUCCESS
                 MOVE ST-CUST TO WS-SUB-RC
                 MOVE 'CUSTOMER FILE CANNOT BE OPENED' TO WS-SUB-DESC
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN I-O XREF-FILE.
           IF NOT XREF-FILE-SUCCESS
              IF ST-XREF = 35
                 OPEN OUTPUT XREF-FILE
                 CLOSE XREF-FILE
                 OPEN I-O XREF-FILE
              END-IF
              IF NOT XREF-FILE-SUCCESS
                 MOVE ST-XREF TO WS-SUB-RC
                 MOVE 'CUSTOMER XREF CANNOT BE OPENED' TO WS-SUB-DESC
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN I-O NUM-FILE.
           IF NOT NUM-FILE-SUCCESS
              IF ST-NUM = 35
                 OPEN OUTPUT NUM-FILE
                 CLOSE NUM-FILE
                 OPEN I-O NUM-FILE
              END-IF
              IF NOT NUM-FILE-SUCCESS
                 MOVE ST-NUM TO WS-SUB-RC
                 MOVE 'NUMBER CONTROL CANNOT BE OPENED' TO WS-SUB-DESC
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN I-O HOLD-FILE.
           IF NOT HOLD-FILE-SUCCESS
              IF ST-HOLD = 35
                 OPEN OUTPUT HOLD-FILE
                 CLOSE HOLD-FILE
                 OPEN I-O HOLD-FILE
              END-IF
              IF NOT HOLD-FILE-SUCCESS
                 MOVE ST-HOLD TO WS-SUB-RC
                 MOVE 'HOLD FILE CANNOT BE OPENED' TO WS-SUB-DESC
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.

           ACCEPT WS-RUN-DATE FROM DAY YYYYDDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-HIST-SEQ = WS-SUB-STREAM-NO * 1000000.
           GOBACK.
       H100-END. EXIT.

       H950-END. EXIT.

       H400-ADD-RECORD.
           MOVE 'N' TO WS-NUM-ASSIGN
           IF WS-SUB-ID = ZERO
              PERFORM H440-ASSIGN-NUMBER
              IF WS-SUB-RC NOT = ZERO
                 GOBACK
              END-IF
              PERFORM H401-NEW-RECORD
           END-IF
           COMPUTE IDX-ID = WS-SUB-ID
           COMPUTE IDX-DVZ = WS-SUB-DVZ
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY PERFORM H401-NEW-RECORD
             NOT INVALID KEY
                 MOVE 89 TO WS-SUB-RC
                 MOVE 'ACCOUNT ALREADY ON FILE' TO WS-SUB-DESC
           END-READ.
       H400-END. EXIT.

       H401-NEW-RECORD.
           IF WS-SUB-CUST-NO > ZERO
              PERFORM H410-CHECK-CUSTOMER
              IF WS-SUB-RC NOT = ZERO
                 GOBACK
              END-IF
           END-IF
           MOVE WS-SUB-ID TO IDX-ID
           MOVE WS-SUB-DVZ TO IDX-DVZ
           MOVE WS-SUB-NAME TO IDX-NAME
           MOVE IDX-BALANCE  TO HIST-BALANCE-A
           MOVE 'ADD ' TO HIST-FUNC
           PERFORM H950-WRITE-HISTORY
           IF NUM-SYSTEM-ASSIGNED
              PERFORM H450-SAVE-NUMBER-CONTROL
           END-IF
           IF WS-SUB-CUST-NO > ZERO
              PERFORM H420-LINK-CUSTOMER
           END-IF
           MOVE SPACES TO WS-OLD-NAME.
           STRING WS-OLD-NAME(1:15) DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
               IDX-NAME DELIMITED BY SIZE
               IDX-SURNAME DELIMITED BY SIZE
            INTO WS-SUB-DATA.
           IF NUM-SYSTEM-ASSIGNED
              MOVE 'NEW ACCOUNT NUMBER ASSIGNED' TO WS-SUB-DESC
           ELSE
              MOVE 'NEW NAME ADDED' TO WS-SUB-DESC
           END-IF
           GOBACK.
       H401-END. EXIT.

       H410-CHECK-CUSTOMER.
           MOVE WS-SUB-CUST-NO TO CUST-NO.
           READ CUST-FILE KEY CUST-NO
             INVALID KEY
                 MOVE 78 TO WS-SUB-RC
                 MOVE 'CUSTOMER NOT ON FILE' TO WS-SUB-DESC
             NOT INVALID KEY
                 IF CUST-MERGED
                    MOVE 78 TO WS-SUB-RC
                    MOVE 'CUSTOMER MERGED' TO WS-SUB-DESC
                 ELSE
                    IF CUST-ACCT-COUNT NOT < WS-CUST-ACCT-MAX
                       MOVE 79 TO WS-SUB-RC
                       MOVE 'CUSTOMER ACCOUNT LIST FULL'
                         TO WS-SUB-DESC
                    END-IF
                 END-IF
           END-READ.
       H410-END. EXIT.

       H420-LINK-CUSTOMER.
           PERFORM H430-UNLINK-CUSTOMER.
           MOVE WS-SUB-CUST-NO TO CUST-NO.
           READ CUST-FILE KEY CUST-NO
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 ADD 1 TO CUST-ACCT-COUNT
                 MOVE WS-SUB-ID  TO CUST-ACCT-ID (CUST-ACCT-COUNT)
                 MOVE WS-SUB-DVZ TO CUST-ACCT-DVZ (CUST-ACCT-COUNT)
                 REWRITE CUST-REC
                 MOVE WS-SUB-ID      TO XREF-ID
                 MOVE WS-SUB-DVZ     TO XREF-DVZ
                 MOVE WS-SUB-CUST-NO TO XREF-CUST-NO
                 MOVE WS-RUN-DATE    TO XREF-LINK-DATE
                 WRITE XREF-REC
           END-READ.
       H420-END. EXIT.

       H430-UNLINK-CUSTOMER.
           MOVE WS-SUB-ID  TO XREF-ID.
           MOVE WS-SUB-DVZ TO XREF-DVZ.
           READ XREF-FILE KEY XREF-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 MOVE XREF-CUST-NO TO CUST-NO
                 READ CUST-FILE KEY CUST-NO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM H435-REMOVE-ACCOUNT
                       REWRITE CUST-REC
                 END-READ
                 DELETE XREF-FILE RECORD
           END-READ.
       H430-END. EXIT.

       H435-REMOVE-ACCOUNT.
           MOVE ZERO TO WS-CUST-POS.
           PERFORM H436-FIND-ACCOUNT
              VARYING WS-CUST-IX FROM 1 BY 1
                UNTIL WS-CUST-IX > CUST-ACCT-COUNT
                   OR WS-CUST-POS > ZERO.
           IF WS-CUST-POS > ZERO
              PERFORM H437-SHIFT-ACCOUNT
                 VARYING WS-CUST-IX FROM WS-CUST-POS BY 1
                   UNTIL WS-CUST-IX NOT < CUST-ACCT-COUNT
              MOVE ZERO TO CUST-ACCT-ID (CUST-ACCT-COUNT)
              MOVE ZERO TO CUST-ACCT-DVZ (CUST-ACCT-COUNT)
              SUBTRACT 1 FROM CUST-ACCT-COUNT
           END-IF.
       H435-END. EXIT.

       H436-FIND-ACCOUNT.
           IF CUST-ACCT-ID (WS-CUST-IX) = WS-SUB-ID
              AND CUST-ACCT-DVZ (WS-CUST-IX) = WS-SUB-DVZ
              MOVE WS-CUST-IX TO WS-CUST-POS
           END-IF.
       H436-END. EXIT.

       H437-SHIFT-ACCOUNT.
           MOVE CUST-ACCT (WS-CUST-IX + 1) TO CUST-ACCT (WS-CUST-IX).
       H437-END. EXIT.

      *----------------------------------------------------------------*
      *    ACCOUNT NUMBER = 4-DIGIT BASE FROM NUMCTL + MOD-11 CHECK    *
      *    DIGIT (WEIGHTS 5 4 3 2). BASES GIVING CHECK 10 AND NUMBERS  *
      *    ALREADY ON IDXFILE ARE SKIPPED. NUMCTL IS ONLY UPDATED      *
      *    ONCE THE ACCOUNT HAS BEEN WRITTEN.                          *
      *----------------------------------------------------------------*
       H440-ASSIGN-NUMBER.
           MOVE 'N' TO WS-NUM-FOUND.
           MOVE 'N' TO WS-NUM-NEW.
           MOVE WS-SUB-DVZ TO NUM-DVZ.
           READ NUM-FILE KEY NUM-DVZ
             INVALID KEY
                 SET NUM-NEW-CONTROL TO TRUE
                 MOVE WS-SUB-DVZ TO NUM-DVZ
                 MOVE 1    TO NUM-NEXT
                 MOVE 'N'  TO NUM-CHECK
                 MOVE ZERO TO NUM-LAST-ID
                 MOVE ZERO TO NUM-LAST-DATE
                 MOVE ZERO TO NUM-ASSIGNED
             NOT INVALID KEY CONTINUE
           END-READ.
           PERFORM H445-TRY-NUMBER
              UNTIL NUM-FOUND OR NUM-NEXT > 9999.
           IF NUM-FOUND
              MOVE WS-NUM-CANDIDATE TO WS-SUB-ID
              SET NUM-SYSTEM-ASSIGNED TO TRUE
           ELSE
              MOVE 80 TO WS-SUB-RC
              MOVE 'NO FREE ACCOUNT NUMBER IN DVZ' TO WS-SUB-DESC
           END-IF.
       H440-END. EXIT.

       H445-TRY-NUMBER.
           MOVE NUM-NEXT TO WS-NUM-BASE.
           ADD 1 TO NUM-NEXT.
           PERFORM H447-CHECK-DIGIT.
           IF WS-NUM-CHECK < 10
              COMPUTE WS-NUM-CANDIDATE = (WS-NUM-BASE * 10)
                                       + WS-NUM-CHECK
              COMPUTE IDX-ID = WS-NUM-CANDIDATE
              COMPUTE IDX-DVZ = WS-SUB-DVZ
              READ IDX-FILE KEY IDX-KEY
                INVALID KEY SET NUM-FOUND TO TRUE
                NOT INVALID KEY CONTINUE
              END-READ
           END-IF.
       H445-END. EXIT.

       H447-CHECK-DIGIT.
           COMPUTE WS-NUM-SUM = (WS-NUM-D1 * 5) + (WS-NUM-D2 * 4)
                              + (WS-NUM-D3 * 3) + (WS-NUM-D4 * 2).
           DIVIDE WS-NUM-SUM BY 11
                  GIVING WS-NUM-QUOT REMAINDER WS-NUM-REM.
           IF WS-NUM-REM = ZERO
              MOVE ZERO TO WS-NUM-CHECK
           ELSE
              COMPUTE WS-NUM-CHECK = 11 - WS-NUM-REM
           END-IF.
       H447-END. EXIT.

       H450-SAVE-NUMBER-CONTROL.
           MOVE WS-SUB-ID   TO NUM-LAST-ID.
           MOVE WS-RUN-DATE TO NUM-LAST-DATE.
           ADD 1 TO NUM-ASSIGNED.
           IF NUM-NEW-CONTROL
              WRITE NUM-REC
           ELSE
              REWRITE NUM-REC
           END-IF.
       H450-END. EXIT.

       H500-DELETE-RECORD.
           COMPUTE IDX-ID = WS-SUB-ID
           COMPUTE IDX-DVZ = WS-SUB-DVZ
              MOVE 'ACCOUNT FROZEN: REJECTED' TO WS-SUB-DESC
              GOBACK
           END-IF.
           MOVE WS-SUB-ID  TO WS-HOLD-ID.
           MOVE WS-SUB-DVZ TO WS-HOLD-DVZ.
           PERFORM H885-SUM-HOLDS.
           IF WS-HOLD-TOTAL NOT = ZERO
              MOVE 75 TO WS-SUB-RC
              MOVE 'ACTIVE HOLDS: DELETE REJECTED' TO WS-SUB-DESC
              GOBACK
           END-IF.
           MOVE IDX-NAME     TO HIST-NAME-B
           MOVE IDX-SURNAME  TO HIST-SURNAME-B
           MOVE IDX-DATE     TO HIST-DATE-B
           MOVE ZERO TO HIST-BALANCE-A
           MOVE 'DEL ' TO HIST-FUNC
           PERFORM H950-WRITE-HISTORY
           PERFORM H430-UNLINK-CUSTOMER
           MOVE SPACES TO WS-OLD-NAME.
           STRING IDX-NAME DELIMITED BY SIZE
               SPACE DELIMITED BY SIZE
                 GOBACK
             NOT INVALID KEY CONTINUE
           END-READ
           MOVE WS-SUB-ID  TO WS-HOLD-ID
           MOVE WS-SUB-DVZ TO WS-HOLD-DVZ
           PERFORM H885-SUM-HOLDS
           PERFORM H888-SHOW-AVAILABLE
           MOVE 'BALANCE INQUIRY' TO WS-SUB-DESC
           GOBACK.
       H600-END. EXIT.
           MOVE IDX-SURNAME  TO HIST-SURNAME-B
           MOVE IDX-DATE     TO HIST-DATE-B
           MOVE IDX-BALANCE  TO HIST-BALANCE-B
           MOVE WS-SUB-ID  TO WS-HOLD-ID
           MOVE WS-SUB-DVZ TO WS-HOLD-DVZ
           PERFORM H885-SUM-HOLDS
           IF WS-SUB-AMOUNT < ZERO
              AND (IDX-BALANCE - WS-HOLD-TOTAL + WS-SUB-AMOUNT) < ZERO
              AND NOT SUB-OVERRIDE-AUTH
              MOVE 81 TO WS-SUB-RC
              MOVE 'OVERDRAFT NOT AUTHORIZED' TO WS-SUB-DESC
           MOVE IDX-DATE     TO WS-XFR-S-DATE
           MOVE IDX-BALANCE  TO WS-XFR-S-BALANCE
           MOVE IDX-STATUS   TO WS-XFR-S-STATUS
           MOVE WS-SUB-ID    TO WS-HOLD-ID
           MOVE WS-SUB-DVZ   TO WS-HOLD-DVZ
           PERFORM H885-SUM-HOLDS
           MOVE WS-HOLD-TOTAL TO WS-XFR-S-HOLDS
           COMPUTE IDX-ID = WS-SUB-ID-2
           COMPUTE IDX-DVZ = WS-SUB-DVZ-2
           READ IDX-FILE KEY IDX-KEY
           MOVE IDX-DATE     TO WS-XFR-T-DATE
           MOVE IDX-BALANCE  TO WS-XFR-T-BALANCE
           MOVE IDX-STATUS   TO WS-XFR-T-STATUS
           MOVE WS-SUB-ID-2  TO WS-HOLD-ID
           MOVE WS-SUB-DVZ-2 TO WS-HOLD-DVZ
           PERFORM H885-SUM-HOLDS
           MOVE WS-HOLD-TOTAL TO WS-XFR-T-HOLDS

           IF WS-SUB-AMOUNT > ZERO
              AND (WS-XFR-S-BALANCE - WS-XFR-S-HOLDS
                   - WS-SUB-AMOUNT) < ZERO
              AND NOT SUB-OVERRIDE-AUTH
              MOVE 81 TO WS-SUB-RC
              MOVE 'OVERDRAFT ON SOURCE ACCOUNT' TO WS-SUB-DESC
              GOBACK
           END-IF
           IF WS-SUB-AMOUNT < ZERO
              AND (WS-XFR-T-BALANCE - WS-XFR-T-HOLDS
                   + WS-SUB-AMOUNT) < ZERO
              AND NOT SUB-OVERRIDE-AUTH
              MOVE 81 TO WS-SUB-RC
              MOVE 'OVERDRAFT ON TARGET ACCOUNT' TO WS-SUB-DESC
           GOBACK.
       H860-END. EXIT.

       H870-REVERSE-POSTING.
           PERFORM H871-FIND-ORIGINAL
           IF NOT REV-ORIG-FOUND
              MOVE 23 TO WS-SUB-RC
              MOVE 'ORIGINAL POSTING NOT FOUND' TO WS-SUB-DESC
              GOBACK
           END-IF
           IF NOT REV-FUNC-REVERSIBLE
              MOVE 88 TO WS-SUB-RC
              MOVE 'POSTING NOT REVERSIBLE' TO WS-SUB-DESC
              GOBACK
           END-IF
           IF REV-FUNC-TRANSFER AND NOT REV-PAIR-FOUND
              MOVE 23 TO WS-SUB-RC
              MOVE 'TRANSFER PARTNER NOT FOUND' TO WS-SUB-DESC
              GOBACK
           END-IF
           PERFORM H874-CHECK-LEG
              VARYING WS-REV-IX FROM 1 BY 1
                UNTIL WS-REV-IX > WS-REV-LEGS
           PERFORM H876-APPLY-LEG
              VARYING WS-REV-IX FROM 1 BY 1
                UNTIL WS-REV-IX > WS-REV-LEGS
           MOVE 'POSTING REVERSED' TO WS-SUB-DESC
           GOBACK.
       H870-END. EXIT.

       H871-FIND-ORIGINAL.
           MOVE 'N' TO WS-REV-SCAN-DONE.
           MOVE 'N' TO WS-REV-ORIG-FOUND.
           MOVE 'N' TO WS-REV-PAIR-FOUND.
           MOVE SPACES TO WS-REV-ORIG-FUNC.
           MOVE 1 TO WS-REV-LEGS.
           CLOSE HIST-FILE.
           OPEN INPUT HIST-FILE.
           IF NOT HIST-FILE-SUCCESS
              MOVE ST-HIST TO WS-SUB-RC
              MOVE 'HISTORY FILE CANNOT BE READ' TO WS-SUB-DESC
              PERFORM H873-REOPEN-HISTORY
              GOBACK
           END-IF.
           PERFORM H872-SCAN-HISTORY
              UNTIL HIST-FILE-EOF OR REV-SCAN-DONE.
           PERFORM H873-REOPEN-HISTORY.
           IF REV-FUNC-TRANSFER
              MOVE 2 TO WS-REV-LEGS
           END-IF.
       H871-END. EXIT.

       H872-SCAN-HISTORY.
           READ HIST-FILE.
           IF HIST-FILE-SUCCESS
              AND HIST-RUN-DATE = WS-SUB-REV-DATE
              AND HIST-RUN-TIME = WS-SUB-REV-TIME
              EVALUATE TRUE
                 WHEN HIST-SEQ = WS-SUB-REV-SEQ
                    IF HIST-ID = WS-SUB-ID AND HIST-DVZ = WS-SUB-DVZ
                       SET REV-ORIG-FOUND TO TRUE
                       MOVE HIST-FUNC TO WS-REV-ORIG-FUNC
                       IF HIST-FUNC = 'XFRC'
                          MOVE 2 TO WS-REV-IX
                       ELSE
                          MOVE 1 TO WS-REV-IX
                       END-IF
                       PERFORM H875-SAVE-LEG
                    END-IF
                 WHEN HIST-SEQ + 1 = WS-SUB-REV-SEQ
                    IF HIST-FUNC = 'XFRD'
                       SET REV-PAIR-FOUND TO TRUE
                       MOVE 1 TO WS-REV-IX
                       PERFORM H875-SAVE-LEG
                    END-IF
                 WHEN HIST-SEQ = WS-SUB-REV-SEQ + 1
                    IF HIST-FUNC = 'XFRC'
                       SET REV-PAIR-FOUND TO TRUE
                       MOVE 2 TO WS-REV-IX
                       PERFORM H875-SAVE-LEG
                    END-IF
                 WHEN HIST-SEQ > WS-SUB-REV-SEQ + 1
                    SET REV-SCAN-DONE TO TRUE
              END-EVALUATE
           END-IF.
       H872-END. EXIT.

       H873-REOPEN-HISTORY.
           CLOSE HIST-FILE.
           OPEN EXTEND HIST-FILE.
           IF NOT HIST-FILE-SUCCESS
              MOVE ST-HIST TO WS-SUB-RC
              MOVE 'HISTORY FILE CANNOT BE OPENED' TO WS-SUB-DESC
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H873-END. EXIT.

       H874-CHECK-LEG.
           PERFORM H878-SET-REVERSAL-KEY
           READ REV-FILE KEY REV-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 MOVE 87 TO WS-SUB-RC
                 MOVE 'POSTING ALREADY REVERSED' TO WS-SUB-DESC
                 GOBACK
           END-READ
           COMPUTE IDX-ID = WS-REV-L-ID (WS-REV-IX)
           COMPUTE IDX-DVZ = WS-REV-L-DVZ (WS-REV-IX)
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY
                 MOVE 23 TO WS-SUB-RC
                 MOVE 'RECORD NOT FOUND' to WS-SUB-DESC
                 GOBACK
             NOT INVALID KEY CONTINUE
           END-READ
           IF ACCT-FROZEN
              MOVE 84 TO WS-SUB-RC
              MOVE 'ACCOUNT FROZEN: REJECTED' TO WS-SUB-DESC
              GOBACK
           END-IF
           MOVE WS-REV-L-ID (WS-REV-IX)  TO WS-HOLD-ID
           MOVE WS-REV-L-DVZ (WS-REV-IX) TO WS-HOLD-DVZ
           PERFORM H885-SUM-HOLDS
           IF WS-REV-L-DELTA (WS-REV-IX) > ZERO
              AND (IDX-BALANCE - WS-HOLD-TOTAL
                   - WS-REV-L-DELTA (WS-REV-IX)) < ZERO
              AND NOT SUB-OVERRIDE-AUTH
              MOVE 81 TO WS-SUB-RC
              MOVE 'OVERDRAFT NOT AUTHORIZED' TO WS-SUB-DESC
              GOBACK
           END-IF.
       H874-END. EXIT.

       H875-SAVE-LEG.
           MOVE HIST-ID   TO WS-REV-L-ID (WS-REV-IX).
           MOVE HIST-DVZ  TO WS-REV-L-DVZ (WS-REV-IX).
           MOVE HIST-SEQ  TO WS-REV-L-SEQ (WS-REV-IX).
           MOVE HIST-FUNC TO WS-REV-L-FUNC (WS-REV-IX).
           COMPUTE WS-REV-L-DELTA (WS-REV-IX) =
                   HIST-BALANCE-A - HIST-BALANCE-B.
           EVALUATE HIST-FUNC
              WHEN 'ADJ '
                 MOVE 'RADJ' TO WS-REV-L-NEWFUNC (WS-REV-IX)
              WHEN 'XFRD'
                 MOVE 'RXFD' TO WS-REV-L-NEWFUNC (WS-REV-IX)
              WHEN 'XFRC'
                 MOVE 'RXFC' TO WS-REV-L-NEWFUNC (WS-REV-IX)
              WHEN 'FEE '
                 MOVE 'RFEE' TO WS-REV-L-NEWFUNC (WS-REV-IX)
              WHEN 'INT '
                 MOVE 'RINT' TO WS-REV-L-NEWFUNC (WS-REV-IX)
              WHEN OTHER
                 MOVE SPACES TO WS-REV-L-NEWFUNC (WS-REV-IX)
           END-EVALUATE.
       H875-END. EXIT.

       H876-APPLY-LEG.
           COMPUTE IDX-ID = WS-REV-L-ID (WS-REV-IX)
           COMPUTE IDX-DVZ = WS-REV-L-DVZ (WS-REV-IX)
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY
                 MOVE 23 TO WS-SUB-RC
                 MOVE 'RECORD NOT FOUND' to WS-SUB-DESC
                 GOBACK
             NOT INVALID KEY CONTINUE
           END-READ
           MOVE IDX-NAME     TO HIST-NAME-B
           MOVE IDX-SURNAME  TO HIST-SURNAME-B
           MOVE IDX-DATE     TO HIST-DATE-B
           MOVE IDX-BALANCE  TO HIST-BALANCE-B
           SUBTRACT WS-REV-L-DELTA (WS-REV-IX) FROM IDX-BALANCE
           MOVE WS-SUB-DATE  TO IDX-DATE
           REWRITE IDX-REC
           MOVE IDX-NAME     TO HIST-NAME-A
           MOVE IDX-SURNAME  TO HIST-SURNAME-A
           MOVE IDX-DATE     TO HIST-DATE-A
           MOVE IDX-BALANCE  TO HIST-BALANCE-A
           MOVE WS-REV-L-NEWFUNC (WS-REV-IX) TO HIST-FUNC
           PERFORM H950-WRITE-HISTORY
           IF IDX-BALANCE < ZERO
              PERFORM H960-WRITE-NEGATIVE
           END-IF
           PERFORM H877-WRITE-REVERSAL-LINK
           MOVE IDX-BALANCE TO WS-BAL-DISPLAY
           IF WS-REV-IX = 1
              MOVE WS-BAL-DISPLAY TO WS-SUB-DATA(1:16)
           ELSE
              MOVE WS-BAL-DISPLAY TO WS-SUB-DATA(17:16)
           END-IF.
       H876-END. EXIT.

       H877-WRITE-REVERSAL-LINK.
           PERFORM H878-SET-REVERSAL-KEY.
           MOVE HIST-RUN-DATE TO REV-NEW-DATE.
           MOVE HIST-RUN-TIME TO REV-NEW-TIME.
           MOVE HIST-SEQ      TO REV-NEW-SEQ.
           MOVE HIST-ID       TO REV-NEW-ID.
           MOVE HIST-DVZ      TO REV-NEW-DVZ.
           MOVE WS-REV-L-FUNC (WS-REV-IX)    TO REV-ORIG-FUNC.
           MOVE WS-REV-L-NEWFUNC (WS-REV-IX) TO REV-NEW-FUNC.
           COMPUTE REV-AMOUNT = ZERO - WS-REV-L-DELTA (WS-REV-IX).
           WRITE REV-REC
             INVALID KEY
                 MOVE ST-REV TO WS-SUB-RC
           END-WRITE.
       H877-END. EXIT.

       H878-SET-REVERSAL-KEY.
           MOVE WS-SUB-REV-DATE           TO REV-ORIG-DATE.
           MOVE WS-SUB-REV-TIME           TO REV-ORIG-TIME.
           MOVE WS-REV-L-SEQ (WS-REV-IX)  TO REV-ORIG-SEQ.
           MOVE WS-REV-L-ID (WS-REV-IX)   TO REV-ORIG-ID.
           MOVE WS-REV-L-DVZ (WS-REV-IX)  TO REV-ORIG-DVZ.
       H878-END. EXIT.

      *----------------------------------------------------------------*
      *    HOLDS (LIENS) ON HOLDFILE, KEYED ID/DVZ/SEQ. AVAILABLE      *
      *    BALANCE = IDX-BALANCE MINUS ACTIVE HOLDS. A HOLD WHOSE      *
      *    EXPIRY DATE HAS PASSED NO LONGER COUNTS, EVEN BEFORE THE    *
      *    DAILY HOUSEKEEPING STEP HAS MARKED IT EXPIRED.              *
      *----------------------------------------------------------------*
       H880-PLACE-HOLD.
           COMPUTE IDX-ID = WS-SUB-ID
           COMPUTE IDX-DVZ = WS-SUB-DVZ
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY
                 MOVE 23 TO WS-SUB-RC
                 MOVE 'RECORD NOT FOUND' to WS-SUB-DESC
                 GOBACK
             NOT INVALID KEY CONTINUE
           END-READ
           MOVE WS-SUB-ID  TO WS-HOLD-ID
           MOVE WS-SUB-DVZ TO WS-HOLD-DVZ
           PERFORM H885-SUM-HOLDS
           IF WS-HOLD-LAST-SEQ = 999
              MOVE 77 TO WS-SUB-RC
              MOVE 'NO FREE HOLD SEQUENCE' TO WS-SUB-DESC
              GOBACK
           END-IF
           MOVE WS-SUB-ID           TO HOLD-ID
           MOVE WS-SUB-DVZ          TO HOLD-DVZ
           COMPUTE HOLD-SEQ = WS-HOLD-LAST-SEQ + 1
           MOVE WS-SUB-AMOUNT       TO HOLD-AMOUNT
           MOVE WS-SUB-HOLD-REASON  TO HOLD-REASON
           MOVE WS-SUB-DATE         TO HOLD-PLACED-DATE
           MOVE WS-SUB-HOLD-EXPIRY  TO HOLD-EXPIRY-DATE
           MOVE 'A'                 TO HOLD-STATUS
           MOVE ZERO                TO HOLD-RELEASE-DATE
           WRITE HOLD-REC
             INVALID KEY
                 MOVE ST-HOLD TO WS-SUB-RC
                 MOVE 'HOLD FILE WRITE FAILED' TO WS-SUB-DESC
                 GOBACK
           END-WRITE
           ADD HOLD-AMOUNT TO WS-HOLD-TOTAL
           MOVE 'HOLD' TO HIST-FUNC
           PERFORM H887-HOLD-HISTORY
           PERFORM H888-SHOW-AVAILABLE
           STRING 'HOLD PLACED, SEQ ' DELIMITED BY SIZE
                  HOLD-SEQ            DELIMITED BY SIZE
             INTO WS-SUB-DESC
           GOBACK.
       H880-END. EXIT.

       H885-SUM-HOLDS.
           MOVE ZERO TO WS-HOLD-TOTAL.
           MOVE ZERO TO WS-HOLD-LAST-SEQ.
           MOVE 'N' TO WS-HOLD-SCAN.
           MOVE WS-HOLD-ID  TO HOLD-ID.
           MOVE WS-HOLD-DVZ TO HOLD-DVZ.
           MOVE ZERO        TO HOLD-SEQ.
           START HOLD-FILE KEY NOT < HOLD-KEY
             INVALID KEY SET HOLD-SCAN-DONE TO TRUE
           END-START.
           PERFORM H886-NEXT-HOLD UNTIL HOLD-SCAN-DONE.
       H885-END. EXIT.

       H886-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
             AT END SET HOLD-SCAN-DONE TO TRUE
           END-READ.
           IF NOT HOLD-SCAN-DONE
              IF HOLD-ID NOT = WS-HOLD-ID OR HOLD-DVZ NOT = WS-HOLD-DVZ
                 SET HOLD-SCAN-DONE TO TRUE
              ELSE
                 MOVE HOLD-SEQ TO WS-HOLD-LAST-SEQ
                 IF HOLD-ACTIVE
                    AND (HOLD-EXPIRY-DATE = ZERO
                         OR HOLD-EXPIRY-DATE NOT < WS-RUN-DATE)
                    ADD HOLD-AMOUNT TO WS-HOLD-TOTAL
                 END-IF
              END-IF
           END-IF.
       H886-END. EXIT.

       H887-HOLD-HISTORY.
           MOVE IDX-NAME     TO HIST-NAME-B
           MOVE IDX-SURNAME  TO HIST-SURNAME-B
           MOVE IDX-DATE     TO HIST-DATE-B
           MOVE IDX-BALANCE  TO HIST-BALANCE-B
           MOVE WS-SUB-DATE  TO IDX-DATE
           REWRITE IDX-REC
           MOVE IDX-NAME     TO HIST-NAME-A
           MOVE IDX-SURNAME  TO HIST-SURNAME-A
           MOVE IDX-DATE     TO HIST-DATE-A
           MOVE IDX-BALANCE  TO HIST-BALANCE-A
           PERFORM H950-WRITE-HISTORY.
       H887-END. EXIT.

       H888-SHOW-AVAILABLE.
           COMPUTE WS-HOLD-AVAILABLE = IDX-BALANCE - WS-HOLD-TOTAL.
           MOVE IDX-BALANCE TO WS-BAL-DISPLAY.
           MOVE WS-HOLD-AVAILABLE TO WS-AVL-DISPLAY.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE WS-BAL-DISPLAY TO WS-SUB-DATA(1:16).
           MOVE WS-AVL-DISPLAY TO WS-SUB-DATA(17:15).
       H888-END. EXIT.

       H890-RELEASE-HOLD.
           COMPUTE IDX-ID = WS-SUB-ID
           COMPUTE IDX-DVZ = WS-SUB-DVZ
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY
                 MOVE 23 TO WS-SUB-RC
                 MOVE 'RECORD NOT FOUND' to WS-SUB-DESC
                 GOBACK
             NOT INVALID KEY CONTINUE
           END-READ
           MOVE WS-SUB-ID       TO HOLD-ID
           MOVE WS-SUB-DVZ      TO HOLD-DVZ
           MOVE WS-SUB-HOLD-SEQ TO HOLD-SEQ
           READ HOLD-FILE KEY HOLD-KEY
             INVALID KEY
                 MOVE 76 TO WS-SUB-RC
                 MOVE 'HOLD NOT FOUND' TO WS-SUB-DESC
                 GOBACK
             NOT INVALID KEY CONTINUE
           END-READ
           IF NOT HOLD-ACTIVE
              MOVE 76 TO WS-SUB-RC
              MOVE 'HOLD NOT ACTIVE' TO WS-SUB-DESC
              GOBACK
           END-IF
           MOVE 'R' TO HOLD-STATUS
           MOVE WS-SUB-DATE TO HOLD-RELEASE-DATE
           REWRITE HOLD-REC
           MOVE 'HREL' TO HIST-FUNC
           PERFORM H887-HOLD-HISTORY
           MOVE WS-SUB-ID  TO WS-HOLD-ID
           MOVE WS-SUB-DVZ TO WS-HOLD-DVZ
           PERFORM H885-SUM-HOLDS
           PERFORM H888-SHOW-AVAILABLE
           STRING 'HOLD RELEASED, SEQ ' DELIMITED BY SIZE
                  WS-SUB-HOLD-SEQ       DELIMITED BY SIZE
             INTO WS-SUB-DESC
           GOBACK.
       H890-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           IF RULE-FILE-OK
           END-IF.
           CLOSE HIST-FILE.
           CLOSE NEG-FILE.
           CLOSE REV-FILE.
           CLOSE CUST-FILE.
           CLOSE XREF-FILE.
           CLOSE NUM-FILE.
           CLOSE HOLD-FILE.
           GOBACK.
       H999-END. EXIT.
