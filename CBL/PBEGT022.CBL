                            ACCESS RANDOM
                            RECORD KEY RULE-DVZ
                            STATUS ST-RULE.
           SELECT FEE-FILE  ASSIGN TO FEEFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY FEE-DVZ
                            STATUS ST-FEE.
           SELECT NUM-FILE  ASSIGN TO NUMCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY NUM-DVZ
                            STATUS ST-NUM.
           SELECT IDX-FILE  ASSIGN TO IDXFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
              88 TXN-RATE-SET                   VALUE 'RS'.
              88 TXN-RULE-SET                   VALUE 'LS'.
              88 TXN-RULE-CLEAR                 VALUE 'LC'.
              88 TXN-FEE-SET                    VALUE 'FS'.
              88 TXN-FEE-CLEAR                  VALUE 'FC'.
              88 TXN-NUM-SET                    VALUE 'NS'.
              88 TXN-VALID-ACTION               VALUES 'BA' 'BR' 'BC'
                                                'BO' 'RS' 'LS' 'LC'
                                                'FS' 'FC' 'NS'.
           05 TXN-DVZ-X      PIC X(03).
           05 TXN-NAME       PIC X(20).
           05 TXN-RATE-X     PIC X(07).
           05 TXN-RULE-T1    PIC X(01).
           05 TXN-RULE-F2    PIC X(01).
           05 TXN-RULE-T2    PIC X(01).
           05 TXN-FEE-MAINT-X PIC X(09).
           05 TXN-FEE-NEG-X  PIC X(09).
           05 TXN-FEE-MIN-X  PIC X(12).
           05 TXN-FEE-LOW-X  PIC X(09).
           05 TXN-FEE-FRZ-RULE PIC X(01).
           05 TXN-FEE-NEG-RULE PIC X(01).
           05 FILLER         PIC X(03).
         01  TXN-NUM-REC.
           05 FILLER         PIC X(05).
           05 TXN-NUM-NEXT-X PIC X(04).
           05 TXN-NUM-CHECK  PIC X(01).
           05 FILLER         PIC X(70).
       FD  BRN-FILE.
         01  BRN-REC.
           05 BRN-DVZ        PIC S9(3) COMP.
           05 RULE-TO-1      PIC X(01).
           05 RULE-FROM-2    PIC X(01).
           05 RULE-TO-2      PIC X(01).
       FD  FEE-FILE.
         01  FEE-REC.
           05 FEE-DVZ        PIC S9(3) COMP.
           05 FEE-MAINT-AMT  PIC S9(15) COMP-3.
           05 FEE-NEG-AMT    PIC S9(15) COMP-3.
           05 FEE-LOW-MIN    PIC S9(15) COMP-3.
           05 FEE-LOW-AMT    PIC S9(15) COMP-3.
           05 FEE-FROZEN-RULE PIC X(01).
              88 FEE-FROZEN-WAIVE               VALUE 'W'.
              88 FEE-FROZEN-CHARGE              VALUE 'C'.
           05 FEE-NEGBAL-RULE PIC X(01).
              88 FEE-NEGBAL-WAIVE               VALUE 'W'.
              88 FEE-NEGBAL-CHARGE              VALUE 'C'.
       FD  NUM-FILE.
         01  NUM-REC.
           05 NUM-DVZ        PIC S9(3) COMP.
           05 NUM-NEXT       PIC 9(05).
           05 NUM-CHECK      PIC X(01).
              88 NUM-CHECK-ON                   VALUE 'Y'.
           05 NUM-LAST-ID    PIC 9(05).
           05 NUM-LAST-DATE  PIC 9(07).
           05 NUM-ASSIGNED   PIC 9(07).
       FD  IDX-FILE.
         01  IDX-REC.
           05 IDX-KEY.
              88 RATE-FILE-SUCCESS              VALUE 0 97.
         05 ST-RULE        PIC 9(2).
              88 RULE-FILE-SUCCESS              VALUE 0 97.
         05 ST-FEE         PIC 9(2).
              88 FEE-FILE-SUCCESS               VALUE 0 97.
         05 ST-NUM         PIC 9(2).
              88 NUM-FILE-SUCCESS               VALUE 0 97.
         05 ST-IDX         PIC 9(2).
              88 IDX-FILE-SUCCESS               VALUE 0 97.
              88 IDX-FILE-EOF                   VALUE 10 23.
         05 WS-RATE-9 REDEFINES WS-RATE-X
                           PIC 9(3)V9(4).
         05 WS-RATE-EDIT   PIC ZZ9.9999.
         05 WS-FEE-EDIT    PIC Z(6)9.
         05 WS-FEE-SHOW    PIC X(26) VALUE SPACES.
         05 WS-NUM-SHOW    PIC X(26) VALUE SPACES.
         05 WS-REC-FOUND   PIC X(01) VALUE 'N'.
              88 REC-FOUND                      VALUE 'Y'.
         05 WS-CHK-DONE    PIC X(01) VALUE 'N'.
              END-IF
           END-IF.

           OPEN I-O FEE-FILE.
           IF NOT FEE-FILE-SUCCESS
              IF ST-FEE = 35
                 OPEN OUTPUT FEE-FILE
                 CLOSE FEE-FILE
                 OPEN I-O FEE-FILE
              END-IF
              IF NOT FEE-FILE-SUCCESS
                 DISPLAY 'UNABLE TO OPEN FEEFILE: ' ST-FEE
                 MOVE 12 TO RETURN-CODE
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
                 DISPLAY 'UNABLE TO OPEN NUMCTL: ' ST-NUM
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN INPUT IDX-FILE.
           IF IDX-FILE-SUCCESS
              SET IDX-FILE-OK TO TRUE
                       PERFORM H500-RULE-SET
                    WHEN TXN-RULE-CLEAR
                       PERFORM H510-RULE-CLEAR
                    WHEN TXN-FEE-SET
                       PERFORM H600-FEE-SET
                    WHEN TXN-FEE-CLEAR
                       PERFORM H610-FEE-CLEAR
                    WHEN TXN-NUM-SET
                       PERFORM H700-NUMBER-SET
                 END-EVALUATE
              END-IF
           END-IF.
             INTO DET-AFTER-O.
       H540-END. EXIT.

       H600-FEE-SET.
           PERFORM H220-READ-BRANCH.
           IF NOT REC-FOUND
              MOVE 'BRANCH NOT ON FILE' TO DET-REASON-O
              PERFORM H290-REJECT
           ELSE
              IF TXN-FEE-MAINT-X NOT NUMERIC
                 OR TXN-FEE-NEG-X NOT NUMERIC
                 OR TXN-FEE-MIN-X NOT NUMERIC
                 OR TXN-FEE-LOW-X NOT NUMERIC
                 MOVE 'FEE AMOUNT NOT NUMERIC' TO DET-REASON-O
                 PERFORM H290-REJECT
              ELSE
                 IF (TXN-FEE-FRZ-RULE NOT = 'W'
                     AND TXN-FEE-FRZ-RULE NOT = 'C')
                    OR (TXN-FEE-NEG-RULE NOT = 'W'
                     AND TXN-FEE-NEG-RULE NOT = 'C')
                    MOVE 'FEE RULE NOT W OR C' TO DET-REASON-O
                    PERFORM H290-REJECT
                 ELSE
                    MOVE SPACES TO DET-BEFORE-O
                    MOVE WS-TXN-DVZ TO FEE-DVZ
                    READ FEE-FILE KEY FEE-DVZ
                      INVALID KEY
                          MOVE '*NO FEES*' TO DET-BEFORE-O
                          PERFORM H620-MOVE-FEE-FIELDS
                          WRITE FEE-REC
                      NOT INVALID KEY
                          PERFORM H630-SHOW-FEE
                          MOVE WS-FEE-SHOW TO DET-BEFORE-O
                          PERFORM H620-MOVE-FEE-FIELDS
                          REWRITE FEE-REC
                    END-READ
                    PERFORM H630-SHOW-FEE
                    MOVE WS-FEE-SHOW TO DET-AFTER-O
                    PERFORM H280-APPLIED
                 END-IF
              END-IF
           END-IF.
       H600-END. EXIT.

       H610-FEE-CLEAR.
           MOVE WS-TXN-DVZ TO FEE-DVZ.
           READ FEE-FILE KEY FEE-DVZ
             INVALID KEY
                 MOVE 'FEES NOT ON FILE' TO DET-REASON-O
                 PERFORM H290-REJECT
             NOT INVALID KEY
                 PERFORM H630-SHOW-FEE
                 MOVE WS-FEE-SHOW TO DET-BEFORE-O
                 DELETE FEE-FILE RECORD
                 MOVE '*CLEARED*' TO DET-AFTER-O
                 PERFORM H280-APPLIED
           END-READ.
       H610-END. EXIT.

       H620-MOVE-FEE-FIELDS.
           MOVE WS-TXN-DVZ       TO FEE-DVZ.
           MOVE TXN-FEE-MAINT-X  TO FEE-MAINT-AMT.
           MOVE TXN-FEE-NEG-X    TO FEE-NEG-AMT.
           MOVE TXN-FEE-MIN-X    TO FEE-LOW-MIN.
           MOVE TXN-FEE-LOW-X    TO FEE-LOW-AMT.
           MOVE TXN-FEE-FRZ-RULE TO FEE-FROZEN-RULE.
           MOVE TXN-FEE-NEG-RULE TO FEE-NEGBAL-RULE.
       H620-END. EXIT.

       H630-SHOW-FEE.
           MOVE SPACES TO WS-FEE-SHOW.
           MOVE FEE-MAINT-AMT TO WS-FEE-EDIT.
           MOVE WS-FEE-EDIT TO WS-FEE-SHOW(1:7).
           MOVE FEE-NEG-AMT TO WS-FEE-EDIT.
           MOVE WS-FEE-EDIT TO WS-FEE-SHOW(9:7).
           MOVE FEE-LOW-AMT TO WS-FEE-EDIT.
           MOVE WS-FEE-EDIT TO WS-FEE-SHOW(17:7).
           MOVE FEE-FROZEN-RULE TO WS-FEE-SHOW(25:1).
           MOVE FEE-NEGBAL-RULE TO WS-FEE-SHOW(26:1).
       H630-END. EXIT.

      *----------------------------------------------------------------*
      *    NS - NEXT ACCOUNT NUMBER BASE AND CHECK-DIGIT ENFORCEMENT   *
      *    FOR A BRANCH. SWITCH CHECK ON ONLY WHEN EVERY ACCOUNT OF    *
      *    THE BRANCH CARRIES A VALID CHECK DIGIT.                     *
      *----------------------------------------------------------------*
       H700-NUMBER-SET.
           PERFORM H220-READ-BRANCH.
           MOVE SPACES TO DET-BEFORE-O.
           IF NOT REC-FOUND
              MOVE 'BRANCH NOT ON FILE' TO DET-REASON-O
              PERFORM H290-REJECT
           ELSE
              IF TXN-NUM-NEXT-X NOT NUMERIC
                 OR TXN-NUM-NEXT-X = '0000'
                 MOVE 'NEXT NUMBER NOT 0001-9999' TO DET-REASON-O
                 PERFORM H290-REJECT
              ELSE
                 IF TXN-NUM-CHECK NOT = 'Y' AND TXN-NUM-CHECK NOT = 'N'
                    MOVE 'CHECK FLAG NOT Y OR N' TO DET-REASON-O
                    PERFORM H290-REJECT
                 ELSE
                    MOVE WS-TXN-DVZ TO NUM-DVZ
                    READ NUM-FILE KEY NUM-DVZ
                      INVALID KEY
                          MOVE '*NO NUMBERING*' TO DET-BEFORE-O
                          MOVE WS-TXN-DVZ TO NUM-DVZ
                          MOVE ZERO TO NUM-LAST-ID
                          MOVE ZERO TO NUM-LAST-DATE
                          MOVE ZERO TO NUM-ASSIGNED
                          MOVE TXN-NUM-NEXT-X TO NUM-NEXT
                          MOVE TXN-NUM-CHECK  TO NUM-CHECK
                          WRITE NUM-REC
                      NOT INVALID KEY
                          PERFORM H710-SHOW-NUMBERING
                          MOVE WS-NUM-SHOW TO DET-BEFORE-O
                          MOVE TXN-NUM-NEXT-X TO NUM-NEXT
                          MOVE TXN-NUM-CHECK  TO NUM-CHECK
                          REWRITE NUM-REC
                    END-READ
                    PERFORM H710-SHOW-NUMBERING
                    MOVE WS-NUM-SHOW TO DET-AFTER-O
                    PERFORM H280-APPLIED
                 END-IF
              END-IF
           END-IF.
       H700-END. EXIT.

       H710-SHOW-NUMBERING.
           MOVE SPACES TO WS-NUM-SHOW.
           STRING 'NEXT '     DELIMITED BY SIZE
                  NUM-NEXT    DELIMITED BY SIZE
                  ' CHECK '   DELIMITED BY SIZE
                  NUM-CHECK   DELIMITED BY SIZE
             INTO WS-NUM-SHOW.
       H710-END. EXIT.

       H900-WRITE-TRAILER.
           WRITE RPT-REC FROM TRAILER-1.
           MOVE 'TRANSACTIONS READ       :' TO TRL-LABEL-O.
           CLOSE BRN-FILE.
           CLOSE RATE-FILE.
           CLOSE RULE-FILE.
           CLOSE FEE-FILE.
           CLOSE NUM-FILE.
           IF IDX-FILE-OK
              CLOSE IDX-FILE
           END-IF.
