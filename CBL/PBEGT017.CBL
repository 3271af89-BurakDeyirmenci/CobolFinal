           05 FILLER         PIC X(01).
           05 DMP-BAL-X      PIC X(15).
           05 FILLER         PIC X(01).
           05 FILLER         PIC X(15).
           05 FILLER         PIC X(01).
           05 FILLER         PIC X(20).
       FD  HIST-FILE RECORDING MODE F.
         01  HIST-REC.
