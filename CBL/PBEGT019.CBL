                            ACCESS RANDOM
                            RECORD KEY BRN-DVZ
                            STATUS ST-BRN.
           SELECT REV-FILE  ASSIGN TO REVFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY REV-KEY
                            ALTERNATE RECORD KEY REV-NEW-KEY
                            STATUS ST-REV.
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY HOLD-KEY
                            STATUS ST-HOLD.
           SELECT RPT-FILE  ASSIGN TO STMRPT
                            STATUS ST-RPT.
           SELECT SRT-FILE  ASSIGN TO SORTWK.
           05 BRN-STATUS     PIC X(01).
              88 BRN-OPEN                       VALUE 'O'.
              88 BRN-CLOSED                     VALUE 'C'.
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
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC          PIC X(110).
       SD  SRT-FILE.
           05 SRT-TIME        PIC 9(08).
           05 SRT-SEQ         PIC 9(07).
           05 SRT-FUNC        PIC X(04).
              88 SRT-FUNC-REVERSIBLE         VALUES 'ADJ ' 'XFRD'
                                             'XFRC' 'FEE ' 'INT '.
              88 SRT-FUNC-REVERSAL           VALUES 'RADJ' 'RXFD'
                                             'RXFC' 'RFEE' 'RINT'.
           05 SRT-BALANCE-B   PIC S9(15) COMP-3.
           05 SRT-NAME-A      PIC X(15).
           05 SRT-SURNAME-A   PIC X(15).
         05  MOV-AMT-O      PIC -(14)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  MOV-BAL-O      PIC -(14)9.
      *
       01  REVNOTE-LINE.
         05  FILLER         PIC X(22) VALUE SPACES.
         05  RVN-TEXT-O     PIC X(13).
         05  RVN-DATE-O     PIC 9(07).
         05  FILLER         PIC X(01) VALUE ' '.
         05  RVN-TIME-O     PIC 9(08).
         05  FILLER         PIC X(05) VALUE ' SEQ '.
         05  RVN-SEQ-O      PIC 9(07).
      *
       01  CLOSE-LINE.
         05  FILLER         PIC X(05) VALUE '     '.
         05  CLS-BAL-O      PIC -(14)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  CLS-NOTE-O     PIC X(25).
      *
       01  AVAIL-LINE.
         05  FILLER         PIC X(05) VALUE '     '.
         05  FILLER         PIC X(28) VALUE
                              'AVAILABLE BALANCE           '.
         05  FILLER         PIC X(17) VALUE SPACES.
         05  AVL-BAL-O      PIC -(14)9.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(12) VALUE 'FUNDS HELD: '.
         05  AVL-HELD-O     PIC -(14)9.
      *
       01  NOACT-LINE.
         05  FILLER         PIC X(03) VALUE '   '.
              88 BRN-FILE-SUCCESS               VALUE 0 97.
         05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
         05 ST-REV         PIC 9(2).
              88 REV-FILE-SUCCESS               VALUE 0 97.
         05 WS-BRN-FILE-OK PIC X(01) VALUE 'N'.
              88 BRN-FILE-OK                    VALUE 'Y'.
         05 WS-REV-FILE-OK PIC X(01) VALUE 'N'.
              88 REV-FILE-OK                    VALUE 'Y'.
         05 ST-HOLD        PIC 9(2).
              88 HOLD-FILE-SUCCESS              VALUE 0 97.
         05 WS-HOLD-FILE-OK PIC X(01) VALUE 'N'.
              88 HOLD-FILE-OK                   VALUE 'Y'.
         05 WS-HOLD-SCAN   PIC X(01) VALUE 'N'.
              88 HOLD-SCAN-DONE                 VALUE 'Y'.
         05 WS-HOLD-TOTAL  PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-AVAILABLE   PIC S9(15) COMP-3 VALUE ZERO.
         05 WS-STMT-END    PIC 9(07) VALUE ZERO.
         05 WS-SORT-EOF    PIC X(01) VALUE 'N'.
              88 SORT-FILE-EOF                  VALUE 'Y'.
         05 WS-PARM-X      PIC X(17) VALUE SPACES.
         05 WS-CNT-MOVE    PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-NOACT   PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-NOTIE   PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-REVNOTE PIC 9(07) COMP VALUE ZERO.
         05 ST-RUN         PIC 9(2).
              88 RUN-FILE-SUCCESS               VALUE 0 97.
         05 WS-CTL-DATE    PIC 9(07) VALUE ZERO.
           IF BRN-FILE-SUCCESS
              SET BRN-FILE-OK TO TRUE
           END-IF.

           OPEN INPUT REV-FILE.
           IF REV-FILE-SUCCESS
              SET REV-FILE-OK TO TRUE
           END-IF.

           OPEN INPUT HOLD-FILE.
           IF HOLD-FILE-SUCCESS
              SET HOLD-FILE-OK TO TRUE
           END-IF.
           IF WS-PARM-HIGH = 9999999
              MOVE WS-CTL-DATE  TO WS-STMT-END
           ELSE
              MOVE WS-PARM-HIGH TO WS-STMT-END
           END-IF.
       H100-END. EXIT.

       H150-WRITE-HEADERS.
           WRITE RPT-REC FROM MOVE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-CNT-MOVE.
           IF REV-FILE-OK
              PERFORM H335-REVERSAL-NOTE
           END-IF.
           MOVE SRT-BALANCE-A TO WS-CLOSE-BAL.
           MOVE 'N' TO WS-FIRST-DETAIL.
       H310-END. EXIT.
                 MOVE 'TRANSFER FROM OTHER ACCOUNT ' TO MOV-DESC-O
              WHEN 'INT '
                 MOVE 'INTEREST CREDITED           ' TO MOV-DESC-O
              WHEN 'FEE '
                 MOVE 'SERVICE CHARGES DEBITED     ' TO MOV-DESC-O
              WHEN 'RADJ'
                 MOVE 'REVERSAL OF ADJUSTMENT      ' TO MOV-DESC-O
              WHEN 'RXFD'
                 MOVE 'REVERSAL OF TRANSFER OUT    ' TO MOV-DESC-O
              WHEN 'RXFC'
                 MOVE 'REVERSAL OF TRANSFER IN     ' TO MOV-DESC-O
              WHEN 'RFEE'
                 MOVE 'REVERSAL OF SERVICE CHARGES ' TO MOV-DESC-O
              WHEN 'RINT'
                 MOVE 'REVERSAL OF INTEREST        ' TO MOV-DESC-O
              WHEN 'ADD '
                 MOVE 'ACCOUNT OPENED              ' TO MOV-DESC-O
              WHEN 'DEL '
                 MOVE 'ACCOUNT UNFROZEN            ' TO MOV-DESC-O
              WHEN 'REIN'
                 MOVE 'ACCOUNT REINSTATED          ' TO MOV-DESC-O
              WHEN 'HOLD'
                 MOVE 'HOLD PLACED ON FUNDS        ' TO MOV-DESC-O
              WHEN 'HREL'
                 MOVE 'HOLD RELEASED               ' TO MOV-DESC-O
              WHEN 'HEXP'
                 MOVE 'HOLD EXPIRED                ' TO MOV-DESC-O
              WHEN OTHER
                 MOVE 'OTHER MOVEMENT              ' TO MOV-DESC-O
           END-EVALUATE.
       H330-END. EXIT.

       H335-REVERSAL-NOTE.
           MOVE SPACES TO RVN-TEXT-O.
           IF SRT-FUNC-REVERSIBLE
              MOVE SRT-DATE TO REV-ORIG-DATE
              MOVE SRT-TIME TO REV-ORIG-TIME
              MOVE SRT-SEQ  TO REV-ORIG-SEQ
              MOVE SRT-ID   TO REV-ORIG-ID
              MOVE SRT-DVZ  TO REV-ORIG-DVZ
              READ REV-FILE KEY REV-KEY
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE 'REVERSED BY  ' TO RVN-TEXT-O
                    MOVE REV-NEW-DATE TO RVN-DATE-O
                    MOVE REV-NEW-TIME TO RVN-TIME-O
                    MOVE REV-NEW-SEQ  TO RVN-SEQ-O
              END-READ
           END-IF.
           IF SRT-FUNC-REVERSAL
              MOVE SRT-DATE TO REV-NEW-DATE
              MOVE SRT-TIME TO REV-NEW-TIME
              MOVE SRT-SEQ  TO REV-NEW-SEQ
              MOVE SRT-ID   TO REV-NEW-ID
              MOVE SRT-DVZ  TO REV-NEW-DVZ
              READ REV-FILE KEY REV-NEW-KEY
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE 'REVERSAL OF  ' TO RVN-TEXT-O
                    MOVE REV-ORIG-DATE TO RVN-DATE-O
                    MOVE REV-ORIG-TIME TO RVN-TIME-O
                    MOVE REV-ORIG-SEQ  TO RVN-SEQ-O
              END-READ
           END-IF.
           IF RVN-TEXT-O NOT = SPACES
              WRITE RPT-REC FROM REVNOTE-LINE
              ADD 1 TO WS-LINE-COUNT
              ADD 1 TO WS-CNT-REVNOTE
           END-IF.
       H335-END. EXIT.

       H340-LOOKUP-BRANCH.
           MOVE SPACES TO BRH-NAME-O.
           IF BRN-FILE-OK
              END-IF
           END-IF.
           WRITE RPT-REC FROM CLOSE-LINE.
           PERFORM H370-SUM-HOLDS.
           COMPUTE WS-AVAILABLE = WS-CLOSE-BAL - WS-HOLD-TOTAL.
           MOVE WS-AVAILABLE  TO AVL-BAL-O.
           MOVE WS-HOLD-TOTAL TO AVL-HELD-O.
           WRITE RPT-REC FROM AVAIL-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           ADD 3 TO WS-LINE-COUNT.
           MOVE 'Y' TO WS-FIRST-DETAIL.
       H350-END. EXIT.

           END-READ.
       H360-END. EXIT.

      *----------------------------------------------------------------*
      *    HOLDS IN FORCE AT THE END OF THE STATEMENT PERIOD: PLACED   *
      *    BY THEN, NOT YET RELEASED OR EXPIRED                        *
      *----------------------------------------------------------------*
       H370-SUM-HOLDS.
           MOVE ZERO TO WS-HOLD-TOTAL.
           IF HOLD-FILE-OK
              MOVE 'N'         TO WS-HOLD-SCAN
              MOVE WS-LAST-ID  TO HOLD-ID
              MOVE WS-LAST-DVZ TO HOLD-DVZ
              MOVE ZERO        TO HOLD-SEQ
              START HOLD-FILE KEY NOT < HOLD-KEY
                INVALID KEY SET HOLD-SCAN-DONE TO TRUE
              END-START
              PERFORM H375-NEXT-HOLD UNTIL HOLD-SCAN-DONE
           END-IF.
       H370-END. EXIT.

       H375-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
             AT END SET HOLD-SCAN-DONE TO TRUE
           END-READ.
           IF NOT HOLD-SCAN-DONE
              IF HOLD-ID NOT = WS-LAST-ID OR HOLD-DVZ NOT = WS-LAST-DVZ
                 SET HOLD-SCAN-DONE TO TRUE
              ELSE
                 IF HOLD-PLACED-DATE NOT > WS-STMT-END
                    AND (HOLD-RELEASE-DATE = ZERO
                         OR HOLD-RELEASE-DATE > WS-STMT-END)
                    AND (HOLD-EXPIRY-DATE = ZERO
                         OR HOLD-EXPIRY-DATE NOT < WS-STMT-END)
                    ADD HOLD-AMOUNT TO WS-HOLD-TOTAL
                 END-IF
              END-IF
           END-IF.
       H375-END. EXIT.

       H600-NO-ACTIVITY-SCAN.
           MOVE ZERO TO IDX-DVZ.
           START IDX-FILE KEY IS NOT LESS THAN IDX-DVZ
           MOVE 'BALANCE TIE EXCEPTIONS  :' TO TRL-LABEL-O.
           MOVE WS-CNT-NOTIE TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'REVERSAL LINKS PRINTED  :' TO TRL-LABEL-O.
           MOVE WS-CNT-REVNOTE TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           IF WS-CNT-NOTIE > ZERO AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF BRN-FILE-OK
              CLOSE BRN-FILE
           END-IF.
           IF REV-FILE-OK
              CLOSE REV-FILE
           END-IF.
           IF HOLD-FILE-OK
              CLOSE HOLD-FILE
           END-IF.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
