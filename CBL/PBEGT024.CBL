           05 HIST-SEQ        PIC 9(07).
           05 HIST-FUNC       PIC X(04).
              88 HIST-FUNC-POSTABLE         VALUES 'ADJ ' 'XFRD'
                                            'XFRC' 'INT ' 'PURG'
                                            'FEE ' 'RADJ' 'RXFD'
                                            'RXFC' 'RFEE' 'RINT'.
           05 HIST-ID         PIC 9(05).
           05 HIST-DVZ        PIC 9(03).
           05 HIST-NAME-B     PIC X(15).
           ADD SRT-DELTA TO WS-GRP-NET.
           ADD SRT-DELTA TO WS-BRN-NET.
           IF SRT-FUNC = 'XFRD' OR SRT-FUNC = 'XFRC'
              OR SRT-FUNC = 'RXFD' OR SRT-FUNC = 'RXFC'
              ADD SRT-DELTA TO WS-XFR-NET
           END-IF.
       H310-END. EXIT.
