      *--------------------------------------------------------------
      *  APRREC - approval register for the maker-checker control
      *  over manual adjustment batches and account maintenance.
      *  One entry stands for one item that needed a second pair of
      *  eyes: an ADJFILE batch (APR-KIND 'B', keyed on the header
      *  branch and batch number) or an ACCTMNT open or close (APR-
      *  KIND 'M', keyed on IDX-KEY and the maintenance action).
      *  FILTER01 and ACCTMNT append a 'P' entry when they hold an
      *  item for approval and a 'D' entry once an approved item has
      *  been applied - the same way FILTER01 appends to BCHFILE.
      *  APRMNT records the approver's decision and carries the
      *  register forward run over run as APRFILE to APROUT, the
      *  SUSFILE / SUSOUT swap, folding the appended entries so the
      *  register again holds one entry per item.  Read in file
      *  order, the last entry for an item is its standing.
      *  APR-STATUS:
      *    P - pending, held until an approver decides
      *    A - approved, to be applied on the next run
      *    R - refused by the approver; the item will not be applied
      *    D - done: approved and applied
      *  APR-AMOUNT and APR-COUNT are what was submitted - the batch
      *  hash total and detail count, or the opening balance and 1 -
      *  and an approval only covers an item that still carries
      *  them.  APR-SUBMITTER is the id on the batch header or the
      *  maintenance transaction; APR-APPROVER may never equal it.
      *  Dates are yyyymmdd business dates.  APR-AMOUNT carries two
      *  implied minor-unit places.
      *--------------------------------------------------------------
         01  APR-REC.
           05 APR-KIND       PIC X(1).
              88 APR-BATCH                      VALUE 'B'.
              88 APR-MAINT                      VALUE 'M'.
           05 APR-KEY.
              07 APR-BRANCH  PIC X(4).
              07 APR-BATCH-NO PIC 9(6).
           05 APR-MNT-KEY REDEFINES APR-KEY.
              07 APR-ID      PIC 9(5).
              07 APR-DVZ     PIC 9(3).
              07 APR-ACTION  PIC X(1).
              07 FILLER      PIC X(1).
           05 APR-STATUS     PIC X(1).
              88 APR-PENDING                    VALUE 'P'.
              88 APR-APPROVED                   VALUE 'A'.
              88 APR-REFUSED                    VALUE 'R'.
              88 APR-DONE                       VALUE 'D'.
           05 APR-AMOUNT     PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 APR-COUNT      PIC 9(5).
           05 APR-SUBMITTER  PIC X(8).
           05 APR-SUB-DATE   PIC 9(8).
           05 APR-APPROVER   PIC X(8).
           05 APR-APR-DATE   PIC 9(8).
           05 APR-DONE-DATE  PIC 9(8).
