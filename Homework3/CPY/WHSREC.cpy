      *--------------------------------------------------------------
      *  WHSREC - warehoused future-dated item.  FILTER01 posts an
      *  ADJFILE detail or a TRFFILE transfer only once its
      *  effective date is on or before the RUNCTL business date;
      *  a later item is written here instead and carried forward
      *  run over run as WHSFILE to WHSOUT, the SUSFILE / SUSOUT
      *  swap, until the run whose business date reaches it
      *  releases it for posting - or a WCNFILE cancel pulls it.
      *  WHS-KIND:
      *    A - adjustment detail, posted to WHS-ID/WHS-DVZ and
      *        journalled under its original WHS-BRANCH/WHS-BATCH;
      *        WHS-ITEM is the detail's position in that batch
      *    T - transfer from WHS-ID/WHS-DVZ to WHS-TO-ID/WHS-TO-DVZ,
      *        WHS-BRANCH 'TRFR', known by its WHS-REF (TRF-REF)
      *  WHS-SUBMIT is the batch header's submitter, carried for the
      *  audit trail.  Dates are yyyymmdd business dates; WHS-AMT
      *  carries two implied minor-unit places - the signed
      *  adjustment, or the transfer amount in the debit currency.
      *--------------------------------------------------------------
         01  WHS-REC.
           05 WHS-KIND       PIC X(1).
              88 WHS-ADJUSTMENT                 VALUE 'A'.
              88 WHS-TRANSFER                   VALUE 'T'.
           05 WHS-EFF-DATE   PIC 9(8).
           05 WHS-BRANCH     PIC X(4).
           05 WHS-BATCH      PIC 9(6).
           05 WHS-ITEM       PIC 9(5).
           05 WHS-SUBMIT     PIC X(8).
           05 WHS-ID         PIC 9(5).
           05 WHS-DVZ        PIC 9(3).
           05 WHS-TO-ID      PIC 9(5).
           05 WHS-TO-DVZ     PIC 9(3).
           05 WHS-AMT        PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 WHS-REF        PIC X(12).
           05 WHS-IN-DATE    PIC 9(8).
