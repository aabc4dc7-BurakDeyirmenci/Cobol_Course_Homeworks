      *  validated - header first, trailer last, trailer count and
      *  amount total proved over the details - before one payment
      *  is translated; a file that fails validation produces no
      *  batch at all.  A payment may carry a value date; it is
      *  passed through as the detail's effective date, and
      *  FILTER01 warehouses it until that business date comes.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    Clearing-system file: '01' header with the clearing date,
      *    '05' payment details, '99' trailer with record count and
      *    amount total.  Amounts carry an explicit decimal point.
      *    CLR-D-VALUE is the payment's value date (yyyymmdd); spaces
      *    mean value on the clearing date.
       FD  CLR-FILE RECORDING MODE F.
         01  CLR-REC.
           05 CLR-TYPE       PIC X(2).
              88 CLR-HEADER                     VALUE '01'.
              88 CLR-DETAIL                     VALUE '05'.
              88 CLR-TRAILER                    VALUE '99'.
           05 FILLER         PIC X(46).
         01  CLR-HDR-REC.
           05 FILLER         PIC X(2).
           05 CLR-H-DATE     PIC X(8).
           05 FILLER         PIC X(38).
         01  CLR-DET-REC.
           05 FILLER         PIC X(2).
           05 CLR-D-REF      PIC X(16).
           05 CLR-D-CCY      PIC X(3).
           05 CLR-D-AMT      PIC X(16).
           05 FILLER         PIC X(3).
           05 CLR-D-VALUE    PIC X(8).
         01  CLR-TRL-REC.
           05 FILLER         PIC X(2).
           05 CLR-T-COUNT    PIC X(7).
           05 CLR-T-AMT      PIC X(16).
           05 FILLER         PIC X(23).
      *    Cross-reference we maintain: external clearing reference
      *    to IDX-KEY (account id + numeric DVZ).
       FD  XRF-FILE RECORDING MODE F.
           05 ADJ-ID         PIC 9(5).
           05 ADJ-DVZ        PIC 9(3).
           05 ADJ-BLNC       PIC -(12)9.99.
           05 ADJ-EFF-DATE   PIC X(8).
         01  ADJ-HDR-REC.
           05 ADJ-HDR-TYPE   PIC X(3).
           05 ADJ-HDR-BRANCH PIC X(4).
           05 ADJ-HDR-DATE   PIC 9(8).
           05 ADJ-HDR-BATCH  PIC 9(6).
           05 FILLER         PIC X(3).
           05 ADJ-HDR-SUBMIT PIC X(8).
         01  ADJ-TRL-REC.
           05 ADJ-TRL-TYPE   PIC X(3).
           05 ADJ-TRL-COUNT  PIC 9(5).
           05 ADJ-TRL-HASH   PIC -(12)9.99.
           05 FILLER         PIC X(8).
       FD  REJ-FILE RECORDING MODE F.
         01  REJ-REC.
           05 REJ-REF-O      PIC X(16).
           05 WS-HASH-TOTAL        PIC S9(13)V99 VALUE 0.
           05 WS-CNT-CLR-READ      PIC 9(9) VALUE 0.
           05 WS-CNT-MAPPED        PIC 9(9) VALUE 0.
           05 WS-CNT-VALUE-DATED   PIC 9(9) VALUE 0.
           05 WS-VALUE-DATE-X      PIC X(8).
           05 WS-VALUE-DATE REDEFINES WS-VALUE-DATE-X
                                   PIC 9(8).
           05 WS-VALUE-OK-SW       PIC X VALUE 'Y'.
              88 WS-VALUE-OK              VALUE 'Y'.
           05 WS-CNT-REJECTED      PIC 9(9) VALUE 0.

      *    -- currency symbol / minor unit lookup working storage
       H300-END. EXIT.

       H310-WRITE-BATCH-HEADER.
           MOVE SPACES TO ADJ-HDR-REC
           MOVE 'HDR'       TO ADJ-HDR-TYPE
           MOVE WS-BRANCH   TO ADJ-HDR-BRANCH
           MOVE WS-CLR-DATE TO ADJ-HDR-DATE
           MOVE WS-BATCH-NO TO ADJ-HDR-BATCH
           MOVE 'CLRTRN01'  TO ADJ-HDR-SUBMIT
           WRITE ADJ-HDR-REC.
       H310-END. EXIT.

                       MOVE 'BAD MINOR UNITS' TO REJ-REASON-O
                       PERFORM H380-WRITE-REJECT
                    ELSE
                       PERFORM H365-CHECK-VALUE-DATE
                       IF NOT WS-VALUE-OK
                          MOVE 'BAD VALUE DATE' TO REJ-REASON-O
                          PERFORM H380-WRITE-REJECT
                       ELSE
                          PERFORM H370-WRITE-BATCH-DETAIL
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-EVALUATE.
       H360-END. EXIT.

      *    A value date must be a real yyyymmdd date.  Whether it is
      *    due yet is FILTER01's decision against its business date;
      *    one after the clearing date is only counted here.
       H365-CHECK-VALUE-DATE.
           MOVE 'Y' TO WS-VALUE-OK-SW
           MOVE CLR-D-VALUE TO WS-VALUE-DATE-X
           IF WS-VALUE-DATE-X NOT = SPACES
              IF WS-VALUE-DATE-X NOT NUMERIC
                 MOVE 'N' TO WS-VALUE-OK-SW
              ELSE
                 IF FUNCTION TEST-DATE-YYYYMMDD (WS-VALUE-DATE)
                    NOT = 0
                    MOVE 'N' TO WS-VALUE-OK-SW
                 END-IF
              END-IF
           END-IF.
       H365-END. EXIT.

       H370-WRITE-BATCH-DETAIL.
           MOVE SPACES TO ADJ-DET-REC
           MOVE WS-PAY-ID  TO ADJ-ID
           MOVE WS-PAY-DVZ TO ADJ-DVZ
           MOVE WS-PAY-AMT TO ADJ-BLNC
           MOVE CLR-D-VALUE TO ADJ-EFF-DATE
           WRITE ADJ-DET-REC
           IF CLR-D-VALUE NOT = SPACES
              AND WS-VALUE-DATE > WS-CLR-DATE
              ADD 1 TO WS-CNT-VALUE-DATED
           END-IF
           ADD 1 TO WS-DET-COUNT
           ADD WS-PAY-AMT TO WS-HASH-TOTAL
           ADD 1 TO WS-CNT-MAPPED.
       H380-END. EXIT.

       H390-WRITE-BATCH-TRAILER.
           MOVE SPACES TO ADJ-TRL-REC
           MOVE 'TRL'         TO ADJ-TRL-TYPE
           MOVE WS-DET-COUNT  TO ADJ-TRL-COUNT
           MOVE WS-HASH-TOTAL TO ADJ-TRL-HASH
           MOVE 'PAYMENTS MAPPED     :   ' TO RPT-CNT-LABEL
           MOVE WS-CNT-MAPPED TO RPT-CNT-COUNT
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'PAYMENTS VALUE-DATED:   ' TO RPT-CNT-LABEL
           MOVE WS-CNT-VALUE-DATED TO RPT-CNT-COUNT
           WRITE RPT-REC FROM RPT-COUNT-LINE
           MOVE 'PAYMENTS REJECTED   :   ' TO RPT-CNT-LABEL
           MOVE WS-CNT-REJECTED TO RPT-CNT-COUNT
           WRITE RPT-REC FROM RPT-COUNT-LINE
