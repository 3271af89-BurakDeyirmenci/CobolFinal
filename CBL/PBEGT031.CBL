       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEGT031.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE  ASSIGN TO CUSTXN
                            STATUS ST-TXN.
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
           SELECT IDX-FILE  ASSIGN TO IDXFILE
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY IDX-KEY
                            ALTERNATE RECORD KEY IDX-DVZ
                                      WITH DUPLICATES
                            STATUS ST-IDX.
           SELECT RPT-FILE  ASSIGN TO CUSRPT
                            STATUS ST-RPT.
           SELECT RUN-FILE  ASSIGN TO RUNCTL
                            ORGANIZATION INDEXED
                            ACCESS RANDOM
                            RECORD KEY RUN-KEY
                            STATUS ST-RUN.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE RECORDING MODE F.
         01  TXN-REC.
           05 TXN-ACTION     PIC X(02).
              88 TXN-CUST-ADD                   VALUE 'CA'.
              88 TXN-CUST-UPDATE                VALUE 'CU'.
              88 TXN-ACCT-LINK                  VALUE 'LK'.
              88 TXN-ACCT-UNLINK                VALUE 'UL'.
              88 TXN-CUST-MERGE                 VALUE 'MG'.
              88 TXN-VALID-ACTION               VALUES 'CA' 'CU' 'LK'
                                                'UL' 'MG'.
           05 TXN-CUST-X     PIC X(07).
           05 TXN-NAME       PIC X(15).
           05 TXN-SURNAME    PIC X(15).
           05 TXN-ID-X       PIC X(05).
           05 TXN-DVZ-X      PIC X(03).
           05 TXN-CUST2-X    PIC X(07).
           05 FILLER         PIC X(26).
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
         05  FILLER         PIC X(27) VALUE
                              'CUSTOMER MASTER MAINTENANCE'.
         05  FILLER         PIC X(11) VALUE ' RUN DATE: '.
         05  HDR-DATE-O     PIC 9(07).
      *
       01  HEADER-1.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE 'Act'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE 'Cust No'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(26) VALUE
                              'Before                    '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(26) VALUE
                              'After                     '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(08) VALUE 'Status  '.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(25) VALUE 'Reason                   '.
      *
       01  HEADER-2.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(03) VALUE '---'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(07) VALUE '-------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(26) VALUE
                              '--------------------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(26) VALUE
                              '--------------------------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(08) VALUE '--------'.
         05  FILLER         PIC X(01) VALUE ' '.
         05  FILLER         PIC X(25) VALUE '-------------------------'.
      *----------------------------------------------------------------*
      *    HEADER AREA END                                             *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    DETAIL AREA START                                           *
      *----------------------------------------------------------------*
       01  DETAIL-LINE.
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-ACTION-O   PIC X(03).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-CUST-O     PIC X(07).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-BEFORE-O   PIC X(26).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-AFTER-O    PIC X(26).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-STATUS-O   PIC X(08).
         05  FILLER         PIC X(01) VALUE ' '.
         05  DET-REASON-O   PIC X(25).
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
         05 ST-TXN         PIC 9(2).
              88 TXN-FILE-SUCCESS               VALUE 0 97.
              88 TXN-FILE-EOF                   VALUE 10.
         05 ST-CUST        PIC 9(2).
              88 CUST-FILE-SUCCESS              VALUE 0 97.
         05 ST-XREF        PIC 9(2).
              88 XREF-FILE-SUCCESS              VALUE 0 97.
         05 ST-IDX         PIC 9(2).
              88 IDX-FILE-SUCCESS               VALUE 0 97.
         05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
         05 WS-IDX-FILE-OK PIC X(01) VALUE 'N'.
              88 IDX-FILE-OK                    VALUE 'Y'.
         05 WS-RUN-DATE    PIC 9(07) VALUE ZERO.
         05 WS-TXN-CUST    PIC 9(07) VALUE ZERO.
         05 WS-TXN-CUST2   PIC 9(07) VALUE ZERO.
         05 WS-TXN-ID      PIC 9(05) VALUE ZERO.
         05 WS-TXN-DVZ     PIC 9(03) VALUE ZERO.
         05 WS-REC-FOUND   PIC X(01) VALUE 'N'.
              88 REC-FOUND                      VALUE 'Y'.
         05 WS-XREF-FOUND  PIC X(01) VALUE 'N'.
              88 XREF-FOUND                     VALUE 'Y'.
         05 WS-ACCT-FOUND  PIC X(01) VALUE 'N'.
              88 ACCT-FOUND                     VALUE 'Y'.
         05 WS-ACCT-MAX    PIC 9(02) VALUE 20.
         05 WS-IX          PIC 9(02) COMP VALUE ZERO.
         05 WS-POS         PIC 9(02) COMP VALUE ZERO.
         05 WS-NEW-COUNT   PIC 9(02) VALUE ZERO.
         05 WS-NAME-DIFF   PIC 9(02) VALUE ZERO.
         05 WS-COUNT-EDIT  PIC Z9.
         05 WS-CNT-READ    PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-APPLIED PIC 9(07) COMP VALUE ZERO.
         05 WS-CNT-REJECT  PIC 9(07) COMP VALUE ZERO.
         05 ST-RUN         PIC 9(2).
              88 RUN-FILE-SUCCESS               VALUE 0 97.
         05 WS-CTL-DATE    PIC 9(07) VALUE ZERO.
         05 WS-CTL-TIME    PIC 9(08) VALUE ZERO.
      *
       01  WS-MRG-AREA.
         05 WS-MRG-COUNT   PIC 9(02) VALUE ZERO.
         05 WS-MRG-ACCT    OCCURS 20.
            07 WS-MRG-ID      PIC 9(05).
            07 WS-MRG-DVZ     PIC 9(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-RUN-CONTROL-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-WRITE-HEADERS.
           PERFORM H200-PROCESS UNTIL TXN-FILE-EOF.
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
           MOVE 'PBEGT031' TO RUN-JOB.
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
                    DISPLAY 'PBEGT031 ALREADY RUN FOR ' WS-CTL-DATE
                            ' STATUS ' RUN-STATUS
                    MOVE 12 TO RETURN-CODE
                    CLOSE RUN-FILE
                    GOBACK
                 END-IF
           END-READ.
       H050-END. EXIT.

       H940-RUN-CONTROL-END.
           ACCEPT WS-CTL-TIME FROM TIME.
           MOVE 'PBEGT031' TO RUN-JOB.
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
           OPEN INPUT TXN-FILE.
           IF NOT TXN-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN CUSTXN: ' ST-TXN
           MOVE ST-TXN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           OPEN I-O CUST-FILE.
           IF NOT CUST-FILE-SUCCESS
              IF ST-CUST = 35
                 OPEN OUTPUT CUST-FILE
                 CLOSE CUST-FILE
                 OPEN I-O CUST-FILE
              END-IF
              IF NOT CUST-FILE-SUCCESS
                 DISPLAY 'UNABLE TO OPEN CUSTFILE: ' ST-CUST
                 MOVE 12 TO RETURN-CODE
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
                 DISPLAY 'UNABLE TO OPEN CUSXREF: ' ST-XREF
                 MOVE 12 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.

           OPEN INPUT IDX-FILE.
           IF IDX-FILE-SUCCESS
              SET IDX-FILE-OK TO TRUE
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN CUSRPT: ' ST-RPT
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
           READ TXN-FILE.
           IF (NOT TXN-FILE-SUCCESS) AND (NOT TXN-FILE-EOF)
           DISPLAY 'UNABLE TO READ CUSTXN: ' ST-TXN
           MOVE ST-TXN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT TXN-FILE-EOF
              ADD 1 TO WS-CNT-READ
              PERFORM H210-APPLY-TXN
           END-IF.
       H200-END. EXIT.

       H210-APPLY-TXN.
           MOVE TXN-ACTION TO DET-ACTION-O.
           MOVE TXN-CUST-X TO DET-CUST-O.
           MOVE SPACES TO DET-BEFORE-O.
           MOVE SPACES TO DET-AFTER-O.
           MOVE SPACES TO DET-REASON-O.

           IF NOT TXN-VALID-ACTION
              MOVE 'UNKNOWN ACTION CODE' TO DET-REASON-O
              PERFORM H290-REJECT
           ELSE
              IF TXN-CUST-X NOT NUMERIC OR TXN-CUST-X = '0000000'
                 MOVE 'CUSTOMER NO NOT NUMERIC' TO DET-REASON-O
                 PERFORM H290-REJECT
              ELSE
                 MOVE TXN-CUST-X TO WS-TXN-CUST
                 EVALUATE TRUE
                    WHEN TXN-CUST-ADD
                       PERFORM H300-CUSTOMER-ADD
                    WHEN TXN-CUST-UPDATE
                       PERFORM H310-CUSTOMER-UPDATE
                    WHEN TXN-ACCT-LINK
                       PERFORM H400-ACCOUNT-LINK
                    WHEN TXN-ACCT-UNLINK
                       PERFORM H410-ACCOUNT-UNLINK
                    WHEN TXN-CUST-MERGE
                       PERFORM H500-CUSTOMER-MERGE
                 END-EVALUATE
              END-IF
           END-IF.
           WRITE RPT-REC FROM DETAIL-LINE.
       H210-END. EXIT.

       H220-READ-CUSTOMER.
           MOVE 'N' TO WS-REC-FOUND.
           MOVE WS-TXN-CUST TO CUST-NO.
           READ CUST-FILE KEY CUST-NO
             INVALID KEY CONTINUE
             NOT INVALID KEY SET REC-FOUND TO TRUE
           END-READ.
       H220-END. EXIT.

       H230-SHOW-CUSTOMER.
           STRING CUST-NAME DELIMITED BY SIZE
                  ' '       DELIMITED BY SIZE
                  CUST-SURNAME DELIMITED BY SIZE
             INTO DET-AFTER-O.
       H230-END. EXIT.

       H240-SHOW-LINKS.
           MOVE CUST-ACCT-COUNT TO WS-COUNT-EDIT.
           STRING 'ACCOUNTS LINKED: ' DELIMITED BY SIZE
                  WS-COUNT-EDIT       DELIMITED BY SIZE
             INTO DET-AFTER-O.
       H240-END. EXIT.

       H250-CHECK-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND.
           IF IDX-FILE-OK
              COMPUTE IDX-ID = WS-TXN-ID
              COMPUTE IDX-DVZ = WS-TXN-DVZ
              READ IDX-FILE KEY IDX-KEY
                INVALID KEY CONTINUE
                NOT INVALID KEY SET ACCT-FOUND TO TRUE
              END-READ
           END-IF.
       H250-END. EXIT.

       H260-READ-XREF.
           MOVE 'N' TO WS-XREF-FOUND.
           MOVE WS-TXN-ID  TO XREF-ID.
           MOVE WS-TXN-DVZ TO XREF-DVZ.
           READ XREF-FILE KEY XREF-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY SET XREF-FOUND TO TRUE
           END-READ.
       H260-END. EXIT.

       H280-APPLIED.
           MOVE 'APPLIED ' TO DET-STATUS-O.
           ADD 1 TO WS-CNT-APPLIED.
       H280-END. EXIT.

       H290-REJECT.
           MOVE 'REJECTED' TO DET-STATUS-O.
           ADD 1 TO WS-CNT-REJECT.
       H290-END. EXIT.

       H300-CUSTOMER-ADD.
           PERFORM H220-READ-CUSTOMER.
           IF REC-FOUND
              MOVE 'CUSTOMER ALREADY ON FILE' TO DET-REASON-O
              PERFORM H290-REJECT
           ELSE
              IF TXN-NAME = SPACES OR TXN-SURNAME = SPACES
                 MOVE 'CUSTOMER NAME MISSING' TO DET-REASON-O
                 PERFORM H290-REJECT
              ELSE
                 MOVE SPACES       TO CUST-REC
                 MOVE WS-TXN-CUST  TO CUST-NO
                 MOVE TXN-NAME     TO CUST-NAME
                 MOVE TXN-SURNAME  TO CUST-SURNAME
                 MOVE WS-RUN-DATE  TO CUST-OPEN-DATE
                 MOVE 'A'          TO CUST-STATUS
                 MOVE ZERO         TO CUST-MERGED-INTO
                 MOVE ZERO         TO CUST-ACCT-COUNT
                 PERFORM H305-CLEAR-ACCOUNT
                    VARYING WS-IX FROM 1 BY 1
                      UNTIL WS-IX > WS-ACCT-MAX
                 WRITE CUST-REC
                    INVALID KEY
                       MOVE 'WRITE FAILED' TO DET-REASON-O
                       PERFORM H290-REJECT
                    NOT INVALID KEY
                       PERFORM H230-SHOW-CUSTOMER
                       PERFORM H280-APPLIED
                 END-WRITE
              END-IF
           END-IF.
       H300-END. EXIT.

       H305-CLEAR-ACCOUNT.
           MOVE ZERO TO CUST-ACCT-ID (WS-IX).
           MOVE ZERO TO CUST-ACCT-DVZ (WS-IX).
       H305-END. EXIT.

       H310-CUSTOMER-UPDATE.
           PERFORM H220-READ-CUSTOMER.
           IF NOT REC-FOUND
              MOVE 'CUSTOMER NOT ON FILE' TO DET-REASON-O
              PERFORM H290-REJECT
           ELSE
              IF CUST-MERGED
                 MOVE 'CUSTOMER MERGED' TO DET-REASON-O
                 PERFORM H290-REJECT
              ELSE
                 IF TXN-NAME = SPACES AND TXN-SURNAME = SPACES
                    MOVE 'CUSTOMER NAME MISSING' TO DET-REASON-O
                    PERFORM H290-REJECT
                 ELSE
                    STRING CUST-NAME DELIMITED BY SIZE
                           ' '       DELIMITED BY SIZE
                           CUST-SURNAME DELIMITED BY SIZE
                      INTO DET-BEFORE-O
                    IF TXN-NAME NOT = SPACES
                       MOVE TXN-NAME TO CUST-NAME
                    END-IF
                    IF TXN-SURNAME NOT = SPACES
                       MOVE TXN-SURNAME TO CUST-SURNAME
                    END-IF
                    REWRITE CUST-REC
                    PERFORM H230-SHOW-CUSTOMER
                    PERFORM H280-APPLIED
                    PERFORM H320-CHECK-ACCOUNT-NAMES
                 END-IF
              END-IF
           END-IF.
       H310-END. EXIT.

       H320-CHECK-ACCOUNT-NAMES.
           MOVE ZERO TO WS-NAME-DIFF.
           IF IDX-FILE-OK
              PERFORM H325-COMPARE-ACCOUNT-NAME
                 VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CUST-ACCT-COUNT
           END-IF.
           IF WS-NAME-DIFF > ZERO
              MOVE WS-NAME-DIFF TO WS-COUNT-EDIT
              STRING 'ACCTS WITH OLD NAME: ' DELIMITED BY SIZE
                     WS-COUNT-EDIT          DELIMITED BY SIZE
                INTO DET-REASON-O
           END-IF.
       H320-END. EXIT.

       H325-COMPARE-ACCOUNT-NAME.
           COMPUTE IDX-ID = CUST-ACCT-ID (WS-IX).
           COMPUTE IDX-DVZ = CUST-ACCT-DVZ (WS-IX).
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 IF IDX-NAME NOT = CUST-NAME
                    OR IDX-SURNAME NOT = CUST-SURNAME
                    ADD 1 TO WS-NAME-DIFF
                 END-IF
           END-READ.
       H325-END. EXIT.

       H400-ACCOUNT-LINK.
           IF TXN-ID-X NOT NUMERIC OR TXN-ID-X = '00000'
              OR TXN-DVZ-X NOT NUMERIC
              MOVE 'ACCOUNT KEY NOT NUMERIC' TO DET-REASON-O
              PERFORM H290-REJECT
           ELSE
              MOVE TXN-ID-X  TO WS-TXN-ID
              MOVE TXN-DVZ-X TO WS-TXN-DVZ
              MOVE SPACES TO DET-BEFORE-O
              STRING 'ACCOUNT ' DELIMITED BY SIZE
                     TXN-ID-X   DELIMITED BY SIZE
                     '/'        DELIMITED BY SIZE
                     TXN-DVZ-X  DELIMITED BY SIZE
                INTO DET-BEFORE-O
              PERFORM H220-READ-CUSTOMER
              PERFORM H250-CHECK-ACCOUNT
              PERFORM H260-READ-XREF
              EVALUATE TRUE
                 WHEN NOT REC-FOUND
                    MOVE 'CUSTOMER NOT ON FILE' TO DET-REASON-O
                    PERFORM H290-REJECT
                 WHEN CUST-MERGED
                    MOVE 'CUSTOMER MERGED' TO DET-REASON-O
                    PERFORM H290-REJECT
                 WHEN NOT ACCT-FOUND
                    MOVE 'ACCOUNT NOT ON MASTER' TO DET-REASON-O
                    PERFORM H290-REJECT
                 WHEN XREF-FOUND
                    MOVE 'ACCOUNT ALREADY LINKED' TO DET-REASON-O
                    PERFORM H290-REJECT
                 WHEN CUST-ACCT-COUNT NOT < WS-ACCT-MAX
                    MOVE 'CUSTOMER ACCOUNT LIST FULL' TO DET-REASON-O
                    PERFORM H290-REJECT
                 WHEN OTHER
                    ADD 1 TO CUST-ACCT-COUNT
                    MOVE WS-TXN-ID  TO CUST-ACCT-ID (CUST-ACCT-COUNT)
                    MOVE WS-TXN-DVZ TO CUST-ACCT-DVZ (CUST-ACCT-COUNT)
                    REWRITE CUST-REC
                    MOVE WS-TXN-ID   TO XREF-ID
                    MOVE WS-TXN-DVZ  TO XREF-DVZ
                    MOVE WS-TXN-CUST TO XREF-CUST-NO
                    MOVE WS-RUN-DATE TO XREF-LINK-DATE
                    WRITE XREF-REC
                    PERFORM H240-SHOW-LINKS
                    PERFORM H280-APPLIED
              END-EVALUATE
           END-IF.
       H400-END. EXIT.

       H410-ACCOUNT-UNLINK.
           IF TXN-ID-X NOT NUMERIC OR TXN-DVZ-X NOT NUMERIC
              MOVE 'ACCOUNT KEY NOT NUMERIC' TO DET-REASON-O
              PERFORM H290-REJECT
           ELSE
              MOVE TXN-ID-X  TO WS-TXN-ID
              MOVE TXN-DVZ-X TO WS-TXN-DVZ
              MOVE SPACES TO DET-BEFORE-O
              STRING 'ACCOUNT ' DELIMITED BY SIZE
                     TXN-ID-X   DELIMITED BY SIZE
                     '/'        DELIMITED BY SIZE
                     TXN-DVZ-X  DELIMITED BY SIZE
                INTO DET-BEFORE-O
              PERFORM H220-READ-CUSTOMER
              PERFORM H260-READ-XREF
              EVALUATE TRUE
                 WHEN NOT REC-FOUND
                    MOVE 'CUSTOMER NOT ON FILE' TO DET-REASON-O
                    PERFORM H290-REJECT
                 WHEN NOT XREF-FOUND
                    MOVE 'ACCOUNT NOT LINKED' TO DET-REASON-O
                    PERFORM H290-REJECT
                 WHEN XREF-CUST-NO NOT = WS-TXN-CUST
                    MOVE 'LINKED TO OTHER CUSTOMER' TO DET-REASON-O
                    PERFORM H290-REJECT
                 WHEN OTHER
                    PERFORM H420-REMOVE-ACCOUNT
                    REWRITE CUST-REC
                    DELETE XREF-FILE RECORD
                    PERFORM H240-SHOW-LINKS
                    PERFORM H280-APPLIED
              END-EVALUATE
           END-IF.
       H410-END. EXIT.

       H420-REMOVE-ACCOUNT.
           MOVE ZERO TO WS-POS.
           PERFORM H425-FIND-ACCOUNT
              VARYING WS-IX FROM 1 BY 1
                UNTIL WS-IX > CUST-ACCT-COUNT OR WS-POS > ZERO.
           IF WS-POS > ZERO
              PERFORM H430-SHIFT-ACCOUNT
                 VARYING WS-IX FROM WS-POS BY 1
                   UNTIL WS-IX NOT < CUST-ACCT-COUNT
              MOVE ZERO TO CUST-ACCT-ID (CUST-ACCT-COUNT)
              MOVE ZERO TO CUST-ACCT-DVZ (CUST-ACCT-COUNT)
              SUBTRACT 1 FROM CUST-ACCT-COUNT
           END-IF.
       H420-END. EXIT.

       H425-FIND-ACCOUNT.
           IF CUST-ACCT-ID (WS-IX) = WS-TXN-ID
              AND CUST-ACCT-DVZ (WS-IX) = WS-TXN-DVZ
              MOVE WS-IX TO WS-POS
           END-IF.
       H425-END. EXIT.

       H430-SHIFT-ACCOUNT.
           MOVE CUST-ACCT (WS-IX + 1) TO CUST-ACCT (WS-IX).
       H430-END. EXIT.

       H500-CUSTOMER-MERGE.
           IF TXN-CUST2-X NOT NUMERIC OR TXN-CUST2-X = '0000000'
              MOVE 'MERGE CUSTOMER NOT NUMERIC' TO DET-REASON-O
              PERFORM H290-REJECT
           ELSE
              MOVE TXN-CUST2-X TO WS-TXN-CUST2
              MOVE SPACES TO DET-BEFORE-O
              STRING 'MERGE FROM ' DELIMITED BY SIZE
                     TXN-CUST2-X   DELIMITED BY SIZE
                INTO DET-BEFORE-O
              IF WS-TXN-CUST2 = WS-TXN-CUST
                 MOVE 'MERGE INTO SAME CUSTOMER' TO DET-REASON-O
                 PERFORM H290-REJECT
              ELSE
                 PERFORM H510-LOAD-MERGE-SOURCE
              END-IF
           END-IF.
       H500-END. EXIT.

       H510-LOAD-MERGE-SOURCE.
           MOVE WS-TXN-CUST2 TO CUST-NO.
           MOVE 'N' TO WS-REC-FOUND.
           READ CUST-FILE KEY CUST-NO
             INVALID KEY CONTINUE
             NOT INVALID KEY SET REC-FOUND TO TRUE
           END-READ.
           IF NOT REC-FOUND
              MOVE 'MERGE CUSTOMER NOT ON FILE' TO DET-REASON-O
              PERFORM H290-REJECT
           ELSE
              IF CUST-MERGED
                 MOVE 'MERGE CUSTOMER MERGED' TO DET-REASON-O
                 PERFORM H290-REJECT
              ELSE
                 MOVE CUST-ACCT-COUNT TO WS-MRG-COUNT
                 PERFORM H515-SAVE-MERGE-ACCOUNT
                    VARYING WS-IX FROM 1 BY 1
                      UNTIL WS-IX > WS-ACCT-MAX
                 PERFORM H520-MERGE-INTO-TARGET
              END-IF
           END-IF.
       H510-END. EXIT.

       H515-SAVE-MERGE-ACCOUNT.
           MOVE CUST-ACCT-ID (WS-IX)  TO WS-MRG-ID (WS-IX).
           MOVE CUST-ACCT-DVZ (WS-IX) TO WS-MRG-DVZ (WS-IX).
       H515-END. EXIT.

       H520-MERGE-INTO-TARGET.
           PERFORM H220-READ-CUSTOMER.
           IF NOT REC-FOUND
              MOVE 'CUSTOMER NOT ON FILE' TO DET-REASON-O
              PERFORM H290-REJECT
           ELSE
              COMPUTE WS-NEW-COUNT = CUST-ACCT-COUNT + WS-MRG-COUNT
              EVALUATE TRUE
                 WHEN CUST-MERGED
                    MOVE 'CUSTOMER MERGED' TO DET-REASON-O
                    PERFORM H290-REJECT
                 WHEN WS-NEW-COUNT > WS-ACCT-MAX
                    MOVE 'CUSTOMER ACCOUNT LIST FULL' TO DET-REASON-O
                    PERFORM H290-REJECT
                 WHEN OTHER
                    PERFORM H525-APPEND-MERGE-ACCOUNT
                       VARYING WS-IX FROM 1 BY 1
                         UNTIL WS-IX > WS-MRG-COUNT
                    REWRITE CUST-REC
                    PERFORM H240-SHOW-LINKS
                    PERFORM H530-RELINK-XREF
                       VARYING WS-IX FROM 1 BY 1
                         UNTIL WS-IX > WS-MRG-COUNT
                    PERFORM H540-CLOSE-MERGE-SOURCE
                    PERFORM H280-APPLIED
              END-EVALUATE
           END-IF.
       H520-END. EXIT.

       H525-APPEND-MERGE-ACCOUNT.
           ADD 1 TO CUST-ACCT-COUNT.
           MOVE WS-MRG-ID (WS-IX)  TO CUST-ACCT-ID (CUST-ACCT-COUNT).
           MOVE WS-MRG-DVZ (WS-IX) TO CUST-ACCT-DVZ (CUST-ACCT-COUNT).
       H525-END. EXIT.

       H530-RELINK-XREF.
           MOVE WS-MRG-ID (WS-IX)  TO XREF-ID.
           MOVE WS-MRG-DVZ (WS-IX) TO XREF-DVZ.
           READ XREF-FILE KEY XREF-KEY
             INVALID KEY
                 MOVE WS-TXN-CUST TO XREF-CUST-NO
                 MOVE WS-RUN-DATE TO XREF-LINK-DATE
                 WRITE XREF-REC
             NOT INVALID KEY
                 MOVE WS-TXN-CUST TO XREF-CUST-NO
                 MOVE WS-RUN-DATE TO XREF-LINK-DATE
                 REWRITE XREF-REC
           END-READ.
       H530-END. EXIT.

       H540-CLOSE-MERGE-SOURCE.
           MOVE WS-TXN-CUST2 TO CUST-NO.
           READ CUST-FILE KEY CUST-NO
             INVALID KEY CONTINUE
             NOT INVALID KEY
                 MOVE 'M'         TO CUST-STATUS
                 MOVE WS-TXN-CUST TO CUST-MERGED-INTO
                 MOVE ZERO        TO CUST-ACCT-COUNT
                 PERFORM H305-CLEAR-ACCOUNT
                    VARYING WS-IX FROM 1 BY 1
                      UNTIL WS-IX > WS-ACCT-MAX
                 REWRITE CUST-REC
           END-READ.
       H540-END. EXIT.

       H900-WRITE-TRAILER.
           WRITE RPT-REC FROM TRAILER-1.
           MOVE 'TRANSACTIONS READ       :' TO TRL-LABEL-O.
           MOVE WS-CNT-READ TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'CHANGES APPLIED         :' TO TRL-LABEL-O.
           MOVE WS-CNT-APPLIED TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           MOVE 'CHANGES REJECTED        :' TO TRL-LABEL-O.
           MOVE WS-CNT-REJECT TO TRL-COUNT-O.
           WRITE RPT-REC FROM TRAILER-LINE.
           IF WS-CNT-REJECT > ZERO AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
       H900-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE RUN-FILE.
           CLOSE TXN-FILE.
           CLOSE CUST-FILE.
           CLOSE XREF-FILE.
           IF IDX-FILE-OK
              CLOSE IDX-FILE
           END-IF.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
