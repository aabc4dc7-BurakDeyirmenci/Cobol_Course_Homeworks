      *--------------------------------------------------------------
      *  HBTREC - adjustment batch held for approval.  An ADJFILE
      *  batch over its APLFILE limits that has no approval on
      *  APRFILE yet is not posted: FILTER01 writes it here whole -
      *  header, details and trailer, each as its 32-byte ADJFILE
      *  image - and carries it forward run over run as HBTFILE to
      *  HBTOUT, the SUSFILE / SUSOUT swap.  Every run judges each
      *  carried batch against APRFILE again; once it is approved it
      *  posts and is registered on BCHFILE like a batch delivered
      *  that day, and a refusal - or the batch turning up on
      *  BCHFILE - drops it.  HBT-HELD-DATE is the business date
      *  the batch was first held.  CLROUT01 reads the file to net
      *  its own held debit batches out of the available balance.
      *--------------------------------------------------------------
         01  HBT-REC.
           05 HBT-HELD-DATE  PIC 9(8).
           05 HBT-IMAGE      PIC X(32).
           05 HBT-DETAIL REDEFINES HBT-IMAGE.
              10 HBT-ID         PIC X(5).
              10 HBT-DVZ        PIC X(3).
              10 HBT-BLNC       PIC X(16).
              10 HBT-EFF-DATE   PIC X(8).
           05 HBT-HEADER REDEFINES HBT-IMAGE.
              10 HBT-TYPE       PIC X(3).
                 88 HBT-IS-HEADER               VALUE 'HDR'.
                 88 HBT-IS-TRAILER              VALUE 'TRL'.
              10 HBT-BRANCH     PIC X(4).
              10 HBT-HDR-DATE   PIC X(8).
              10 HBT-BATCH      PIC X(6).
              10 FILLER         PIC X(3).
              10 HBT-SUBMIT     PIC X(8).
