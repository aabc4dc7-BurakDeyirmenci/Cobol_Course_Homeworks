           05 ACR-ID         PIC 9(5).
           05 ACR-DVZ        PIC 9(3).
           05 ACR-BLNC       PIC -(12)9.99.
           05 FILLER         PIC X(8).
         01  ACR-HDR-REC.
           05 ACR-HDR-TYPE   PIC X(3).
           05 ACR-HDR-BRANCH PIC X(4).
           05 ACR-HDR-DATE   PIC 9(8).
           05 ACR-HDR-BATCH  PIC 9(6).
           05 FILLER         PIC X(3).
           05 ACR-HDR-SUBMIT PIC X(8).
         01  ACR-TRL-REC.
           05 ACR-TRL-TYPE   PIC X(3).
           05 ACR-TRL-COUNT  PIC 9(5).
           05 ACR-TRL-HASH   PIC -(12)9.99.
           05 FILLER         PIC X(8).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC           PIC X(80).
      *    Cross-program run control: every program in the daily
       H125-END. EXIT.

       H150-WRITE-BATCH-HEADER.
           MOVE SPACES TO ACR-HDR-REC
           MOVE 'HDR'       TO ACR-HDR-TYPE
           MOVE 'ACRU'      TO ACR-HDR-BRANCH
           MOVE WS-RUN-DATE TO ACR-HDR-DATE
           MOVE WS-BATCH-NO TO ACR-HDR-BATCH
           MOVE 'ACCRUE01'  TO ACR-HDR-SUBMIT
           WRITE ACR-HDR-REC.
       H150-END. EXIT.

                 IDX-BALANCE * WS-RATE-WORK / 100
              PERFORM H325-ROUND-TO-MINOR
              IF WS-INTEREST NOT = 0
                 MOVE SPACES TO ACR-DET-REC
                 MOVE IDX-ID      TO ACR-ID
                 MOVE IDX-DVZ     TO ACR-DVZ
                 MOVE WS-INTEREST TO ACR-BLNC
       H340-END. EXIT.

       H350-WRITE-BATCH-TRAILER.
           MOVE SPACES TO ACR-TRL-REC
           MOVE 'TRL'          TO ACR-TRL-TYPE
           MOVE WS-DET-COUNT   TO ACR-TRL-COUNT
           MOVE WS-HASH-TOTAL  TO ACR-TRL-HASH
