                            STATUS ST-TRF.
           SELECT RCT-FILE  ASSIGN TO RUNCTL
                            STATUS ST-RCT.
           SELECT HLD-FILE  ASSIGN TO HLDFILE
                            STATUS ST-HLD.
           SELECT APL-FILE  ASSIGN TO APLFILE
                            STATUS ST-APL.
           SELECT APR-FILE  ASSIGN TO APRFILE
                            STATUS ST-APR.
           SELECT WHS-FILE  ASSIGN TO WHSFILE
                            STATUS ST-WHS.
           SELECT WHN-FILE  ASSIGN TO WHSOUT
                            STATUS ST-WHN.
           SELECT WCN-FILE  ASSIGN TO WCNFILE
                            STATUS ST-WCN.
           SELECT WHR-FILE  ASSIGN TO WHSRPT
                            STATUS ST-WHR.
           SELECT HBT-FILE  ASSIGN TO HBTFILE
                            STATUS ST-HBT.
           SELECT HBN-FILE  ASSIGN TO HBTOUT
                            STATUS ST-HBN.
           SELECT SRT-FILE  ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
      *    ADJ-ID/ADJ-DVZ/ADJ-BLNC layout; control records are told
      *    apart by 'HDR'/'TRL' in the first three bytes, which can
      *    never open a detail line because ADJ-ID is all digits.
      *    ADJ-HDR-SUBMIT is the id of the operator (or the name of
      *    the generating program) that put the batch together; an
      *    approval recorded on APRFILE must come from someone else.
      *    ADJ-EFF-DATE is the yyyymmdd date a detail takes effect;
      *    spaces mean at once.  A detail due after the business
      *    date is warehoused on WHSOUT instead of posting.
      *    Records are read into ADJ-REC in working storage, where a
      *    held batch brought forward on HBTFILE is also presented
      *    for proving.
       FD  ADJ-FILE RECORDING MODE F.
         01  ADJ-FILE-REC      PIC X(32).
       FD  EXC-FILE RECORDING MODE F.
         01  EXC-REC.
           05 EXC-ID-O       PIC Z(4)9.
           05 EXC-OLD-BAL-O  PIC -(12)9.99.
           05 FILLER         PIC X(01) VALUE '|'.
           05 EXC-CHANGE-O   PIC -(12)9.99.
      *    REJ-REF-O carries the TRF-REF of a refused transfer so a
      *    standing-order payment can be traced back to its order by
      *    SORSCH01; it is spaces on every other reject.
       FD  REJ-FILE RECORDING MODE F.
         01  REJ-REC.
           05 REJ-ID-O       PIC X(5).
           05 REJ-STATUS-O   PIC X(2).
           05 FILLER         PIC X(01) VALUE '|'.
           05 REJ-REASON-O   PIC X(20).
           05 FILLER         PIC X(01) VALUE '|'.
           05 REJ-REF-O      PIC X(12).
       FD  ORP-FILE RECORDING MODE F.
         01  ORP-REC.
           05 ORP-ID-O       PIC Z(4)9.
                 15 CHK-DVZ-TOT-SYM PIC X(03).
                 15 CHK-DVZ-TOT-AMT PIC S9(13)V99
                                    SIGN LEADING SEPARATE.
           05 CHK-WHS-REC-NUM    PIC 9(09).
           05 CHK-HBT-REC-NUM    PIC 9(09).
       FD  CSV-FILE RECORDING MODE F.
         01  CSV-REC           PIC X(150).
       FD  JRN-FILE RECORDING MODE F.
           05 FX-IN-RATE     PIC X(12).
      *    BCH-STATUS is space for a normally posted batch; BCHREV01
      *    sets it to 'R' once the batch has been reversed so the
      *    same batch cannot be reversed twice, and records the
      *    reversing batch number in BCH-REV-BATCH so the GL extract
      *    can tell the reversal postings apart.
       FD  BCH-FILE RECORDING MODE F.
         01  BCH-REC.
           05 BCH-BRANCH     PIC X(4).
           05 BCH-DATE       PIC 9(8).
           05 BCH-STATUS     PIC X(1).
              88 BCH-REVERSED                   VALUE 'R'.
           05 BCH-REV-BATCH  PIC 9(6).
       FD  RCN-FILE RECORDING MODE F.
         01  RCN-REC           PIC X(80).
      *    Yesterday's suspense items, re-driven at the start of the
           05 SNW-RETRY      PIC 9(2).
           05 SNW-BRANCH     PIC X(4).
           05 SNW-BATCH      PIC 9(6).
      *    Suspense items written off.  FRJ-BRANCH-O is the branch
      *    of the batch the item came from, so the GL extract can
      *    book the write-off to that branch.
       FD  FRJ-FILE RECORDING MODE F.
         01  FRJ-REC.
           05 FRJ-ID-O       PIC Z(4)9.
           05 FRJ-RETRY-O    PIC Z9.
           05 FILLER         PIC X(01) VALUE '|'.
           05 FRJ-REASON-O   PIC X(20).
           05 FILLER         PIC X(01) VALUE '|'.
           05 FRJ-BRANCH-O   PIC X(4).
      *    Cross-program run control: every program in the daily
      *    sequence appends a start record at open and an end
      *    record with its return code at close, keyed on the
      *    debit is funds-checked and both accounts proved to exist
      *    before either IDX-REC is rewritten, so no transfer can
      *    ever post one leg without the other.  A missing TRFFILE
      *    simply means there are no transfers today.  Records are
      *    read into TRF-REC in working storage, where a transfer
      *    released from the warehouse is also rebuilt for posting.
       FD  TRF-FILE RECORDING MODE F.
         01  TRF-FILE-REC      PIC X(52).
      *    Account holds and liens maintained by HLDMNT.  A missing
      *    HLDFILE simply means no account is held today.
       FD  HLD-FILE RECORDING MODE F.
           COPY HLDREC.
      *    Per-currency approval limits: a manual ADJFILE batch with
      *    a detail, or a currency total, larger than its currency's
      *    limit is held until APRFILE shows it approved.  Records
      *    carry the numeric DVZ and the limit, space separated.
       FD  APL-FILE RECORDING MODE F.
         01  APL-REC.
           05 APL-DVZ        PIC X(3).
           05 FILLER         PIC X(1).
           05 APL-LIMIT      PIC X(16).
       FD  APR-FILE RECORDING MODE F.
           COPY APRREC.
      *    Warehoused future-dated items brought forward from the
      *    last run, and the warehouse carried forward to the next.
       FD  WHS-FILE RECORDING MODE F.
           COPY WHSREC.
       FD  WHN-FILE RECORDING MODE F.
           COPY WHSREC REPLACING LEADING ==WHS-== BY ==WHN-==.
      *    Warehouse cancels: WCN-KIND 'A' pulls the adjustment at
      *    WCN-ITEM of batch WCN-BRANCH/WCN-BATCH, 'T' the transfer
      *    with reference WCN-REF.  A missing WCNFILE simply means
      *    nothing is cancelled today.
       FD  WCN-FILE RECORDING MODE F.
         01  WCN-REC.
           05 WCN-KIND       PIC X(1).
           05 WCN-BRANCH     PIC X(4).
           05 WCN-BATCH      PIC X(6).
           05 WCN-ITEM       PIC X(5).
           05 WCN-REF        PIC X(12).
           05 WCN-USER       PIC X(8).
       FD  WHR-FILE RECORDING MODE F.
         01  WHR-REC           PIC X(100).
      *    Adjustment batches held for approval brought forward
      *    from the last run, and those still held carried forward
      *    to the next.
       FD  HBT-FILE RECORDING MODE F.
           COPY HBTREC.
       FD  HBN-FILE RECORDING MODE F.
           COPY HBTREC REPLACING LEADING ==HBT-== BY ==HBN-==.
      *    Sort work records for the high-volume two-file match.
      *    Both layouts share the leading id/dvz so the same sort
      *    keys and the same advance logic serve either pass.
           05 ST-RCT         PIC 9(2).
              88 RCT-FILE-EOF                   VALUE 10.
              88 RCT-FILE-SUCCESS               VALUE 0 97.
           05 ST-HLD         PIC 9(2).
              88 HLD-FILE-EOF                   VALUE 10.
              88 HLD-FILE-SUCCESS               VALUE 0 97.
           05 ST-APL         PIC 9(2).
              88 APL-FILE-EOF                   VALUE 10.
              88 APL-FILE-SUCCESS               VALUE 0 97.
           05 ST-APR         PIC 9(2).
              88 APR-FILE-EOF                   VALUE 10.
              88 APR-FILE-SUCCESS               VALUE 0 97.
           05 ST-WHS         PIC 9(2).
              88 WHS-FILE-EOF                   VALUE 10.
              88 WHS-FILE-SUCCESS               VALUE 0 97.
           05 ST-WHN         PIC 9(2).
              88 WHN-FILE-EOF                   VALUE 10.
              88 WHN-FILE-SUCCESS               VALUE 0 97.
           05 ST-WCN         PIC 9(2).
              88 WCN-FILE-EOF                   VALUE 10.
              88 WCN-FILE-SUCCESS               VALUE 0 97.
           05 ST-WHR         PIC 9(2).
              88 WHR-FILE-SUCCESS               VALUE 0 97.
           05 ST-HBT         PIC 9(2).
              88 HBT-FILE-EOF                   VALUE 10.
              88 HBT-FILE-SUCCESS               VALUE 0 97.
           05 ST-HBN         PIC 9(2).
              88 HBN-FILE-SUCCESS               VALUE 0 97.

           05 TEMP-PID       PIC 9(10).
           05 TEMP-ID        PIC 9(5).
           05 WS-BCH-FOUND-SW      PIC X VALUE 'N'.
              88 WS-BCH-FOUND             VALUE 'Y'.

      *    -- maker-checker working storage.  The batch is measured
      *    against the APLFILE limits while it is validated: every
      *    detail on its own, and the net total of each currency in
      *    the batch.  A currency with no limit on APLFILE has a
      *    limit of zero, so any movement in it needs an approval.
           05 WS-ADJ-SUBMIT        PIC X(8) VALUE SPACES.
           05 WS-APL-COUNT         PIC 9(2) VALUE 0.
           05 WS-APL-MAX           PIC 9(2) VALUE 20.
           05 WS-APL-TABLE.
              10 WS-APL-ENTRY OCCURS 20 TIMES
                              INDEXED BY WS-APL-IDX.
                 15 WS-APL-DVZ     PIC 9(3).
                 15 WS-APL-LIMIT   PIC S9(13)V99.
           05 WS-APL-WORK          PIC S9(13)V99.
           05 WS-ABT-COUNT         PIC 9(2) VALUE 0.
           05 WS-ABT-MAX           PIC 9(2) VALUE 20.
           05 WS-ABT-TABLE.
              10 WS-ABT-ENTRY OCCURS 20 TIMES
                              INDEXED BY WS-ABT-IDX.
                 15 WS-ABT-DVZ     PIC 9(3).
                 15 WS-ABT-TOTAL   PIC S9(13)V99.
           05 WS-ABT-FOUND-SW      PIC X VALUE 'N'.
              88 WS-ABT-FOUND             VALUE 'Y'.
           05 WS-ABT-DVZ-WORK      PIC 9(3).
           05 WS-ABT-AMT-WORK      PIC S9(13)V99.
           05 WS-ADJ-OVER-LIMIT-SW PIC X VALUE 'N'.
              88 WS-ADJ-OVER-LIMIT        VALUE 'Y'.
           05 WS-ADJ-HELD-SW       PIC X VALUE 'N'.
              88 WS-ADJ-HELD              VALUE 'Y'.
           05 WS-ADJ-APPROVED-SW   PIC X VALUE 'N'.
              88 WS-ADJ-APPROVED          VALUE 'Y'.
           05 WS-APR-FOUND-SW      PIC X VALUE 'N'.
              88 WS-APR-FOUND             VALUE 'Y'.
           05 WS-APR-MATCH-SW      PIC X VALUE 'N'.
              88 WS-APR-MATCH             VALUE 'Y'.
           05 WS-APR-LAST-REC      PIC X(73).
           05 WS-ADJ-APPROVER      PIC X(8) VALUE SPACES.

      *    -- account holds active on the business date, loaded from
      *    HLDFILE at start of run.  A freeze refuses every posting to
      *    the account; liens are summed and a debit must leave the
      *    balance at or above that sum (the available balance).
           05 WS-HLD-COUNT         PIC 9(5) VALUE 0.
           05 WS-HLD-MAX           PIC 9(5) VALUE 2000.
           05 WS-HLD-TABLE.
              10 WS-HLD-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-HLD-IDX.
                 15 WS-HLD-ID      PIC 9(5).
                 15 WS-HLD-DVZ     PIC 9(3).
                 15 WS-HLD-TYPE    PIC X(1).
                    88 WS-HLD-TYPE-FREEZE VALUE 'F'.
                 15 WS-HLD-AMT     PIC S9(13)V99.
           05 WS-HLD-FROZEN-SW     PIC X VALUE 'N'.
              88 WS-HLD-FROZEN            VALUE 'Y'.
           05 WS-HLD-LIEN-TOTAL    PIC S9(13)V99 VALUE 0.

      *    -- end-of-run reconciliation control counts.  On a
      *    checkpoint restart these count only the records actually
      *    reprocessed this run, so the proving equations still
           05 WS-CNT-SUS-POSTED    PIC 9(9) VALUE 0.
           05 WS-CNT-SUS-RECYCLED  PIC 9(9) VALUE 0.
           05 WS-CNT-SUS-FINAL     PIC 9(9) VALUE 0.
           05 WS-CNT-ADJ-FROZEN    PIC 9(9) VALUE 0.
           05 WS-CNT-SUS-FROZEN    PIC 9(9) VALUE 0.
           05 WS-CNT-TRF-FROZEN    PIC 9(9) VALUE 0.
           05 WS-CNT-HLD-ACTIVE    PIC 9(9) VALUE 0.
           05 WS-CNT-HLD-LAPSED    PIC 9(9) VALUE 0.
           05 WS-CNT-ADJ-HELD      PIC 9(9) VALUE 0.
           05 WS-CNT-WHS-IN        PIC 9(9) VALUE 0.
           05 WS-CNT-WHS-CANCEL    PIC 9(9) VALUE 0.
           05 WS-CNT-WHS-ADJ-REL   PIC 9(9) VALUE 0.
           05 WS-CNT-WHS-TRF-REL   PIC 9(9) VALUE 0.
           05 WS-CNT-WHS-CARRIED   PIC 9(9) VALUE 0.
           05 WS-CNT-ADJ-WHSED     PIC 9(9) VALUE 0.
           05 WS-CNT-TRF-WHSED     PIC 9(9) VALUE 0.
           05 WS-CNT-WHS-OUT       PIC 9(9) VALUE 0.
           05 WS-CNT-WCN-READ      PIC 9(9) VALUE 0.
           05 WS-CNT-WCN-UNMATCHED PIC 9(9) VALUE 0.
           05 WS-CNT-HBT-IN        PIC 9(9) VALUE 0.
           05 WS-CNT-HBT-REL       PIC 9(9) VALUE 0.
           05 WS-CNT-HBT-CARRIED   PIC 9(9) VALUE 0.
           05 WS-CNT-HBT-DROPPED   PIC 9(9) VALUE 0.
           05 WS-CNT-HBT-OUT       PIC 9(9) VALUE 0.
           05 WS-RECON-EXPECT      PIC 9(9) VALUE 0.
           05 WS-RECON-ACTUAL      PIC 9(9) VALUE 0.
           05 WS-RECON-BAD-SW      PIC X VALUE 'N'.
           05 WS-TRF-OK-SW         PIC X VALUE 'Y'.
              88 WS-TRF-OK                VALUE 'Y'.
           05 WS-TRF-FAIL-REASON   PIC X(20).
           05 WS-TRF-FAIL-STATUS   PIC X(2).
           05 WS-TRF-FROM-ID       PIC 9(5).
           05 WS-TRF-FROM-DVZ      PIC 9(3).
           05 WS-TRF-TO-ID         PIC 9(5).
           05 WS-TRF-REC-NUM       PIC 9(9) VALUE 0.
           05 WS-TRF-RESTART-POINT PIC 9(9) VALUE 0.

      *    -- future-dated item warehouse.  An ADJFILE detail or a
      *    TRFFILE transfer effective after the business date goes
      *    to WHSOUT; WHSFILE items that have come due are released
      *    through the same posting paths as the day's own items.
      *    WCNFILE cancels are loaded first and matched against
      *    WHSFILE before anything is released.
           05 WS-EFF-DATE-X        PIC X(8).
           05 WS-EFF-DATE REDEFINES WS-EFF-DATE-X
                                   PIC 9(8).
           05 WS-EFF-BAD-SW        PIC X VALUE 'N'.
              88 WS-EFF-BAD               VALUE 'Y'.
           05 WS-ITEM-FUTURE-SW    PIC X VALUE 'N'.
              88 WS-ITEM-FUTURE           VALUE 'Y'.
           05 WS-WHS-REC-NUM       PIC 9(9) VALUE 0.
           05 WS-WHS-RESTART-POINT PIC 9(9) VALUE 0.
           05 WS-WHS-ITEM          PIC 9(5).
           05 WS-WHS-AMT-EDIT      PIC -(12)9.99.
      *    WHSOUT is closed and read back by the warehouse report,
      *    so the exit only closes it while it is still open
           05 WS-WHN-OPEN-SW       PIC X VALUE 'Y'.
              88 WS-WHN-OPEN              VALUE 'Y'.
           05 WS-WCN-COUNT         PIC 9(3) VALUE 0.
           05 WS-WCN-MAX           PIC 9(3) VALUE 500.
           05 WS-WCN-TABLE.
              10 WS-WCN-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-WCN-IDX.
                 15 WS-WCN-KIND    PIC X(1).
                 15 WS-WCN-BRANCH  PIC X(4).
                 15 WS-WCN-BATCH   PIC 9(6).
                 15 WS-WCN-ITEM    PIC 9(5).
                 15 WS-WCN-REF     PIC X(12).
                 15 WS-WCN-USER    PIC X(8).
                 15 WS-WCN-RESULT  PIC X(1).
                    88 WS-WCN-OPEN              VALUE ' '.
                    88 WS-WCN-DONE              VALUE 'C'.
                    88 WS-WCN-INVALID           VALUE 'I'.
                 15 WS-WCN-ID      PIC 9(5).
                 15 WS-WCN-DVZ     PIC 9(3).
                 15 WS-WCN-EFF     PIC 9(8).
                 15 WS-WCN-AMT     PIC S9(13)V99.
           05 WS-WCN-FOUND-SW      PIC X VALUE 'N'.
              88 WS-WCN-FOUND             VALUE 'Y'.
      *    maturity ladder of what is left on WHSOUT, kept in
      *    effective date then currency order, with its currency
      *    totals
           05 WS-WLD-COUNT         PIC 9(4) VALUE 0.
           05 WS-WLD-MAX           PIC 9(4) VALUE 1000.
           05 WS-WLD-TABLE.
              10 WS-WLD-ENTRY OCCURS 1000 TIMES
                              INDEXED BY WS-WLD-IDX.
                 15 WS-WLD-EFF     PIC 9(8).
                 15 WS-WLD-DVZ     PIC 9(3).
                 15 WS-WLD-ITEMS   PIC 9(7).
                 15 WS-WLD-ADJ     PIC S9(13)V99.
                 15 WS-WLD-TRF     PIC S9(13)V99.
           05 WS-WLD-POS           PIC 9(4).
           05 WS-WLD-SHIFT         PIC 9(4).
           05 WS-WLD-FOUND-SW      PIC X VALUE 'N'.
              88 WS-WLD-FOUND             VALUE 'Y'.
           05 WS-WCT-COUNT         PIC 9(2) VALUE 0.
           05 WS-WCT-MAX           PIC 9(2) VALUE 20.
           05 WS-WCT-TABLE.
              10 WS-WCT-ENTRY OCCURS 20 TIMES
                              INDEXED BY WS-WCT-IDX.
                 15 WS-WCT-DVZ     PIC 9(3).
                 15 WS-WCT-ITEMS   PIC 9(7).
                 15 WS-WCT-ADJ     PIC S9(13)V99.
                 15 WS-WCT-TRF     PIC S9(13)V99.
           05 WS-WCT-FOUND-SW      PIC X VALUE 'N'.
              88 WS-WCT-FOUND             VALUE 'Y'.

      *    -- adjustment batches held for approval.  HBTFILE is read
      *    twice: the first pass proves and judges every batch on it
      *    and notes the outcome here, the second posts, carries or
      *    drops each batch's records by that outcome.
           05 WS-HBT-REC-NUM       PIC 9(9) VALUE 0.
           05 WS-HBT-RESTART-POINT PIC 9(9) VALUE 0.
           05 WS-HBT-OPEN-SW       PIC X VALUE 'N'.
              88 WS-HBT-BATCH-OPEN        VALUE 'Y'.
           05 WS-HBT-COUNT         PIC 9(3) VALUE 0.
           05 WS-HBT-MAX           PIC 9(3) VALUE 200.
           05 WS-HBT-CUR           PIC 9(3) VALUE 0.
           05 WS-HBT-TABLE.
              10 WS-HBT-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-HBT-IDX.
                 15 WS-HBT-BRANCH  PIC X(4).
                 15 WS-HBT-BATCH   PIC 9(6).
                 15 WS-HBT-ACTION  PIC X(1).
                    88 WS-HBT-DROP              VALUE 'D'.
                 15 WS-HBT-APPROVED-SW PIC X(1).
           05 WS-HBT-CUR-ACTION    PIC X(1).
              88 WS-HBT-CUR-POST          VALUE 'P'.
              88 WS-HBT-CUR-CARRY         VALUE 'H'.
              88 WS-HBT-CUR-DROP          VALUE 'D'.
           05 WS-HBT-FOUND-SW      PIC X VALUE 'N'.
              88 WS-HBT-FOUND             VALUE 'Y'.

      *    -- run-control working storage.  BUSDATE defaults to the
      *    run date; OVERRIDE=Y (or a checkpoint restart, which is a
      *    genuine resume of the same run) bypasses the refusals.

           COPY CURRTAB.

      *    ADJFILE record, in its detail, control, header and
      *    trailer views.
         01  ADJ-REC.
           05 ADJ-ID         PIC X(5).
           05 ADJ-DVZ        PIC X(3).
           05 ADJ-BLNC       PIC X(16).
           05 ADJ-EFF-DATE   PIC X(8).
         01  ADJ-CTL-REC REDEFINES ADJ-REC.
           05 ADJ-CTL-TYPE   PIC X(3).
              88 ADJ-CTL-HEADER                 VALUE 'HDR'.
              88 ADJ-CTL-TRAILER                VALUE 'TRL'.
           05 FILLER         PIC X(29).
         01  ADJ-HDR-REC REDEFINES ADJ-REC.
           05 FILLER         PIC X(3).
           05 ADJ-HDR-BRANCH PIC X(4).
           05 ADJ-HDR-DATE   PIC X(8).
           05 ADJ-HDR-BATCH  PIC X(6).
           05 FILLER         PIC X(3).
           05 ADJ-HDR-SUBMIT PIC X(8).
         01  ADJ-TRL-REC REDEFINES ADJ-REC.
           05 FILLER         PIC X(3).
           05 ADJ-TRL-COUNT  PIC X(5).
           05 ADJ-TRL-HASH   PIC X(16).
           05 FILLER         PIC X(8).

      *    TRFFILE record.  TRF-EFF-DATE is the transfer's effective
      *    date (yyyymmdd); spaces mean at once, and a later date
      *    sends the transfer to the warehouse on WHSOUT.
         01  TRF-REC.
           05 TRF-FROM-ID    PIC X(5).
           05 TRF-FROM-DVZ   PIC X(3).
           05 TRF-TO-ID      PIC X(5).
           05 TRF-TO-DVZ     PIC X(3).
           05 TRF-AMT        PIC X(16).
           05 TRF-REF        PIC X(12).
           05 TRF-EFF-DATE   PIC X(8).

         01  HEADER-1.
           05  FILLER         PIC X(10) VALUE 'Prosses id'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RCN-EQU-LABEL-O PIC X(44).
           05  RCN-EQU-STAT-O  PIC X(24).

      *    Warehouse report (WHSRPT): the day's cancels, the items
      *    left on WHSOUT, and their maturity ladder by effective
      *    date and currency with currency totals.
         01  WHR-TITLE-LINE.
           05  FILLER         PIC X(31)
                      VALUE 'WAREHOUSE MATURITY LADDER AS AT'.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  WHR-BUS-DATE-O PIC 9(8).
           05  FILLER         PIC X(06) VALUE '  RUN '.
           05  WHR-RUN-DATE-O PIC 9(8).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  WHR-RUN-TIME-O PIC 9(6).

         01  WCN-HEADER-1.
           05  FILLER         PIC X(04) VALUE 'Kind'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(04) VALUE 'Brch'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(06) VALUE 'Batch '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(05) VALUE 'Item '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(12) VALUE 'Reference'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'User'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(05) VALUE 'Id   '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(03) VALUE 'Dvz'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'Eff Date'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE 'Amount'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(17) VALUE 'Result'.

         01  WCN-DETAIL-LINE.
           05  WCN-KIND-O     PIC X(04).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WCN-BRANCH-O   PIC X(04).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WCN-BATCH-O    PIC X(06).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WCN-ITEM-O     PIC X(05).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WCN-REF-O      PIC X(12).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WCN-USER-O     PIC X(08).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WCN-ID-O       PIC X(05).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WCN-DVZ-O      PIC X(03).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WCN-EFF-O      PIC X(08).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WCN-AMT-O      PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  WCN-RESULT-O   PIC X(17).

         01  WHI-HEADER-1.
           05  FILLER         PIC X(04) VALUE 'Kind'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'Eff Date'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(04) VALUE 'Brch'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(06) VALUE 'Batch '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(05) VALUE 'Item '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(12) VALUE 'Reference'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(05) VALUE 'Id   '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(03) VALUE 'Dvz'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(05) VALUE 'To Id'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(03) VALUE 'Dvz'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE 'Amount'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'In Date'.

         01  WHI-DETAIL-LINE.
           05  WHI-KIND-O     PIC X(04).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WHI-EFF-O      PIC 9(08).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WHI-BRANCH-O   PIC X(04).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WHI-BATCH-O    PIC 9(06).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WHI-ITEM-O     PIC 9(05).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WHI-REF-O      PIC X(12).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WHI-ID-O       PIC 9(05).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WHI-DVZ-O      PIC 9(03).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WHI-TO-ID-O    PIC X(05).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WHI-TO-DVZ-O   PIC X(03).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WHI-AMT-O      PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  WHI-IN-DATE-O  PIC 9(08).

         01  WLD-HEADER-1.
           05  FILLER         PIC X(08) VALUE 'Eff Date'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(03) VALUE 'Dvz'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(07) VALUE 'Items'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE 'Adjustments Net'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE 'Transfers'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE 'Total'.

         01  WLD-DETAIL-LINE.
           05  WLD-EFF-O      PIC X(08).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WLD-DVZ-O      PIC 9(03).
           05  FILLER         PIC X(01) VALUE '|'.
           05  WLD-ITEMS-O    PIC Z(6)9.
           05  FILLER         PIC X(01) VALUE '|'.
           05  WLD-ADJ-O      PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  WLD-TRF-O      PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  WLD-TOTAL-O    PIC -(12)9.99.

         01  BASE-TOTAL-LINE.
           05  FILLER         PIC X(22)
                                VALUE 'CONSOLIDATED POSITION '.
           PERFORM H100-OPEN-FILES
           PERFORM H120-LOAD-FX-RATES
           PERFORM H130-LOAD-BATCH-REGISTER
           PERFORM H140-LOAD-HOLDS
           PERFORM H160-LOAD-APPROVAL-LIMITS
           PERFORM H170-LOAD-WAREHOUSE-CANCELS
           IF NOT WS-RESTART-RUN
              WRITE CSV-REC FROM CSV-HEADER-LINE
           END-IF
           PERFORM H870-REPRESENT-HELD-BATCHES
           PERFORM H240-VALIDATE-ADJ-BATCH
           PERFORM H800-REDRIVE-SUSPENSE
           PERFORM H820-RELEASE-WAREHOUSE
           IF WS-SORT-MODE
              PERFORM H850-SORTED-INPUT-PASS
           ELSE
              PERFORM H700-PROCESS-ALL-BATCHES
           END-IF
           IF WS-ADJ-BATCH-OK AND NOT WS-ADJ-HELD
              IF WS-SORT-MODE
                 PERFORM H860-SORTED-ADJ-PASS
              ELSE
              END-IF
              PERFORM H270-REGISTER-BATCH
           END-IF
           IF WS-ADJ-BATCH-OK AND WS-ADJ-HELD
              PERFORM H290-CARRY-HELD-ADJ UNTIL ADJ-FILE-EOF
           END-IF
           PERFORM H880-PROCESS-TRANSFERS
           IF WS-SORT-MODE
              PERFORM H355-WRITE-SORTED-SUBTOTALS
           IF WS-ORPHAN-SWEEP-ON
              PERFORM H300-SWEEP-IDX-FILE
           END-IF
           PERFORM H940-WRITE-WAREHOUSE-REPORT
           PERFORM H900-WRITE-RECON-REPORT
           IF WS-BATCH-COUNT = 0
              PERFORM H510-CLEAR-CHECKPOINT
                    MOVE CHK-ADJ-REC-NUM    TO WS-ADJ-RESTART-POINT
                    MOVE CHK-SUS-REC-NUM    TO WS-SUS-RESTART-POINT
                    MOVE CHK-TRF-REC-NUM    TO WS-TRF-RESTART-POINT
                    MOVE CHK-WHS-REC-NUM    TO WS-WHS-RESTART-POINT
                    MOVE CHK-HBT-REC-NUM    TO WS-HBT-RESTART-POINT
                    MOVE CHK-PID            TO TEMP-PID
                    MOVE CHK-PREV-DVZ       TO WS-PREV-DVZ
                    MOVE CHK-DVZ-SUBTOTAL   TO WS-DVZ-SUBTOTAL
              OPEN EXTEND REJ-FILE
              OPEN EXTEND SNW-FILE
              OPEN EXTEND FRJ-FILE
              OPEN EXTEND WHN-FILE
              OPEN EXTEND HBN-FILE
           ELSE
              OPEN OUTPUT EXC-FILE
              OPEN OUTPUT REJ-FILE
              OPEN OUTPUT SNW-FILE
              OPEN OUTPUT FRJ-FILE
              OPEN OUTPUT WHN-FILE
              OPEN OUTPUT HBN-FILE
           END-IF.
           IF WS-ORPHAN-SWEEP-ON
              OPEN OUTPUT ORP-FILE
           MOVE ST-FRJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT WHN-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN WHSOUT: ' ST-WHN
           MOVE ST-WHN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT HBN-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN HBTOUT: ' ST-HBN
           MOVE ST-HBN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *    The base currency always converts at 1; FXFILE entries,
           END-IF.
       H135-END. EXIT.

      *    Only holds active on the business date are kept: a hold
      *    whose expiry date has passed lapses here without waiting
      *    for HLDMNT to drop it.
       H140-LOAD-HOLDS.
           MOVE 0 TO WS-HLD-COUNT
           OPEN INPUT HLD-FILE
           IF HLD-FILE-SUCCESS
              PERFORM H141-READ-NEXT-HOLD UNTIL HLD-FILE-EOF
              CLOSE HLD-FILE
           END-IF.
       H140-END. EXIT.

       H141-READ-NEXT-HOLD.
           READ HLD-FILE.
           IF (NOT HLD-FILE-SUCCESS) AND (NOT HLD-FILE-EOF)
           DISPLAY 'UNABLE TO READ HLDFILE: ' ST-HLD
           MOVE ST-HLD TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT HLD-FILE-EOF)
           IF HLD-EXPIRY NOT = 0 AND HLD-EXPIRY < WS-BUS-DATE
              ADD 1 TO WS-CNT-HLD-LAPSED
           ELSE
              IF WS-HLD-COUNT < WS-HLD-MAX
                 ADD 1 TO WS-HLD-COUNT
                 ADD 1 TO WS-CNT-HLD-ACTIVE
                 MOVE HLD-ID   TO WS-HLD-ID(WS-HLD-COUNT)
                 MOVE HLD-DVZ  TO WS-HLD-DVZ(WS-HLD-COUNT)
                 MOVE HLD-TYPE TO WS-HLD-TYPE(WS-HLD-COUNT)
                 MOVE HLD-AMT  TO WS-HLD-AMT(WS-HLD-COUNT)
              ELSE
                 DISPLAY 'WS-HLD-TABLE FULL AT ' WS-HLD-MAX
                         ' - HOLDS CANNOT BE ENFORCED, RUN STOPPED'
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF
           END-IF.
       H141-END. EXIT.

      *    A missing APLFILE leaves every currency at a limit of
      *    zero: no manual batch that moves money posts unapproved.
       H160-LOAD-APPROVAL-LIMITS.
           MOVE 0 TO WS-APL-COUNT
           OPEN INPUT APL-FILE
           IF APL-FILE-SUCCESS
              PERFORM H165-READ-NEXT-LIMIT UNTIL APL-FILE-EOF
              CLOSE APL-FILE
           ELSE
              DISPLAY 'APLFILE NOT AVAILABLE: ' ST-APL
                      ' - EVERY MANUAL BATCH NEEDS APPROVAL'
           END-IF.
       H160-END. EXIT.

       H165-READ-NEXT-LIMIT.
           READ APL-FILE.
           IF (NOT APL-FILE-SUCCESS) AND (NOT APL-FILE-EOF)
           DISPLAY 'UNABLE TO READ APLFILE: ' ST-APL
           MOVE ST-APL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT APL-FILE-EOF)
           IF APL-DVZ NUMERIC
              IF WS-APL-COUNT < WS-APL-MAX
                 ADD 1 TO WS-APL-COUNT
                 COMPUTE WS-APL-DVZ(WS-APL-COUNT) =
                    FUNCTION NUMVAL (APL-DVZ)
                 COMPUTE WS-APL-LIMIT(WS-APL-COUNT) =
                    FUNCTION NUMVAL (APL-LIMIT)
              ELSE
                 DISPLAY 'WS-APL-TABLE FULL AT ' WS-APL-MAX
                         ' - LIMIT IGNORED: ' APL-DVZ
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY 'NON-NUMERIC DVZ ON APLFILE IGNORED: '
                      APL-DVZ
           END-IF
           END-IF.
       H165-END. EXIT.

      *    Cancels against the warehouse are loaded before anything
      *    is released, so an item due today can still be pulled
      *    that morning.  A cancel that names no kind, no numeric
      *    batch item or no reference is kept for the report as
      *    invalid.
       H170-LOAD-WAREHOUSE-CANCELS.
           MOVE 0 TO WS-WCN-COUNT
           OPEN INPUT WCN-FILE
           IF WCN-FILE-SUCCESS
              PERFORM H175-READ-NEXT-CANCEL UNTIL WCN-FILE-EOF
              CLOSE WCN-FILE
           END-IF.
       H170-END. EXIT.

       H175-READ-NEXT-CANCEL.
           READ WCN-FILE.
           IF (NOT WCN-FILE-SUCCESS) AND (NOT WCN-FILE-EOF)
           DISPLAY 'UNABLE TO READ WCNFILE: ' ST-WCN
           MOVE ST-WCN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT WCN-FILE-EOF)
           ADD 1 TO WS-CNT-WCN-READ
           IF WS-WCN-COUNT < WS-WCN-MAX
              ADD 1 TO WS-WCN-COUNT
              MOVE WCN-KIND   TO WS-WCN-KIND(WS-WCN-COUNT)
              MOVE WCN-BRANCH TO WS-WCN-BRANCH(WS-WCN-COUNT)
              MOVE WCN-REF    TO WS-WCN-REF(WS-WCN-COUNT)
              MOVE WCN-USER   TO WS-WCN-USER(WS-WCN-COUNT)
              MOVE 0          TO WS-WCN-BATCH(WS-WCN-COUNT)
              MOVE 0          TO WS-WCN-ITEM(WS-WCN-COUNT)
              MOVE 0          TO WS-WCN-ID(WS-WCN-COUNT)
              MOVE 0          TO WS-WCN-DVZ(WS-WCN-COUNT)
              MOVE 0          TO WS-WCN-EFF(WS-WCN-COUNT)
              MOVE 0          TO WS-WCN-AMT(WS-WCN-COUNT)
              MOVE SPACE      TO WS-WCN-RESULT(WS-WCN-COUNT)
              EVALUATE TRUE
                 WHEN WCN-KIND = 'A'
                    IF WCN-BATCH NUMERIC AND WCN-ITEM NUMERIC
                       MOVE WCN-BATCH TO WS-WCN-BATCH(WS-WCN-COUNT)
                       MOVE WCN-ITEM  TO WS-WCN-ITEM(WS-WCN-COUNT)
                    ELSE
                       MOVE 'I' TO WS-WCN-RESULT(WS-WCN-COUNT)
                    END-IF
                 WHEN WCN-KIND = 'T'
                    IF WCN-REF = SPACES
                       MOVE 'I' TO WS-WCN-RESULT(WS-WCN-COUNT)
                    END-IF
                 WHEN OTHER
                    MOVE 'I' TO WS-WCN-RESULT(WS-WCN-COUNT)
              END-EVALUATE
           ELSE
              DISPLAY 'WS-WCN-TABLE FULL AT ' WS-WCN-MAX
                      ' - CANCELS CANNOT BE ENFORCED, RUN STOPPED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           END-IF.
       H175-END. EXIT.

      *    Freeze and lien position of the account in IDX-REC.
       H145-GET-ACCOUNT-HOLDS.
           MOVE 'N' TO WS-HLD-FROZEN-SW
           MOVE 0 TO WS-HLD-LIEN-TOTAL
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
              UNTIL WS-HLD-IDX > WS-HLD-COUNT
              IF WS-HLD-ID(WS-HLD-IDX) = IDX-ID
                 AND WS-HLD-DVZ(WS-HLD-IDX) = IDX-DVZ
                 IF WS-HLD-TYPE-FREEZE(WS-HLD-IDX)
                    MOVE 'Y' TO WS-HLD-FROZEN-SW
                 ELSE
                    ADD WS-HLD-AMT(WS-HLD-IDX) TO WS-HLD-LIEN-TOTAL
                 END-IF
              END-IF
           END-PERFORM.
       H145-END. EXIT.

       H110-OPEN-BATCH-FILE.
           MOVE 0 TO WS-INP-REC-NUM
           OPEN INPUT INP-FILE
      *    file is read once end to end, the trailer count and hash
      *    are proved against the details actually present, and the
      *    header batch number is refused if the register shows it
      *    already posted or still held.  Any failure rejects the
      *    whole batch - nothing posts.  A batch held for approval
      *    is carried forward whole on HBTOUT once the day's posting
      *    is done.  The file is then closed and reopened so the
      *    posting pass starts from the top.
       H240-VALIDATE-ADJ-BATCH.
           PERFORM H242-RESET-ADJ-BATCH
           PERFORM H245-VALIDATE-NEXT-ADJ UNTIL ADJ-FILE-EOF
           PERFORM H241-PROVE-ADJ-BATCH
           IF NOT WS-ADJ-BATCH-OK
              DISPLAY 'ADJFILE BATCH ' WS-ADJ-BATCH-NO
                      ' FROM ' WS-ADJ-BRANCH ' REJECTED: '
                      WS-ADJ-FAIL-REASON
              DISPLAY 'NO ADJUSTMENTS HAVE BEEN POSTED'
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-ADJ-BATCH-OK AND WS-ADJ-HELD
              DISPLAY 'ADJFILE BATCH ' WS-ADJ-BATCH-NO
                      ' FROM ' WS-ADJ-BRANCH ' HELD: AWAITING '
                      'APPROVAL OF SUBMISSION BY ' WS-ADJ-SUBMIT
              DISPLAY 'NO ADJUSTMENTS HAVE BEEN POSTED - THE BATCH '
                      'IS CARRIED FORWARD ON HBTOUT AND POSTS ONCE '
                      'APPROVED'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           CLOSE ADJ-FILE
           OPEN INPUT ADJ-FILE
           IF NOT ADJ-FILE-SUCCESS
           DISPLAY 'UNABLE TO REOPEN ADJFILE: ' ST-ADJ
           MOVE ST-ADJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H240-END. EXIT.

      *    The batch controls are proved once every record of the
      *    batch has been through H244: trailer against the details,
      *    then the register, then the approval limits.
       H241-PROVE-ADJ-BATCH.
           IF WS-ADJ-BATCH-OK
              AND (WS-ADJ-HDR-SEEN OR WS-ADJ-TRL-SEEN
                   OR WS-ADJ-VFY-COUNT > 0)
                    PERFORM H248-FAIL-ADJ-BATCH
                 WHEN OTHER
                    PERFORM H246-CHECK-BATCH-REGISTER
                    IF WS-ADJ-BATCH-OK
                       PERFORM H280-CHECK-BATCH-APPROVAL
                    END-IF
              END-EVALUATE
           END-IF.
       H241-END. EXIT.

       H242-RESET-ADJ-BATCH.
           MOVE 'Y' TO WS-ADJ-BATCH-OK-SW
           MOVE 'N' TO WS-ADJ-HDR-SEEN-SW
           MOVE 'N' TO WS-ADJ-TRL-SEEN-SW
           MOVE SPACES TO WS-ADJ-FAIL-REASON
           MOVE 0 TO WS-ADJ-VFY-COUNT
           MOVE 0 TO WS-ADJ-VFY-HASH
           MOVE 0 TO WS-ABT-COUNT
           MOVE 'N' TO WS-ADJ-OVER-LIMIT-SW
           MOVE 'N' TO WS-ADJ-HELD-SW
           MOVE 'N' TO WS-ADJ-APPROVED-SW
           MOVE SPACES TO WS-ADJ-SUBMIT
           MOVE SPACES TO WS-ADJ-BRANCH
           MOVE 0 TO WS-ADJ-BATCH-NO
           MOVE 0 TO WS-ADJ-BUS-DATE.
       H242-END. EXIT.

      *    One record of the batch in ADJ-REC - read from ADJFILE,
      *    or a held batch's record from HBTFILE - is checked and
      *    added into the batch controls.
       H244-VALIDATE-ADJ-RECORD.
           EVALUATE TRUE
              WHEN ADJ-CTL-HEADER
                 IF WS-ADJ-HDR-SEEN
                    END-IF
                    MOVE 'Y' TO WS-ADJ-HDR-SEEN-SW
                    MOVE ADJ-HDR-BRANCH TO WS-ADJ-BRANCH
                    MOVE ADJ-HDR-SUBMIT TO WS-ADJ-SUBMIT
                    COMPUTE WS-ADJ-BUS-DATE =
                       FUNCTION NUMVAL (ADJ-HDR-DATE)
                    COMPUTE WS-ADJ-BATCH-NO =
                 ADD 1 TO WS-ADJ-VFY-COUNT
                 COMPUTE WS-ADJ-VFY-HASH = WS-ADJ-VFY-HASH +
                    FUNCTION NUMVAL (ADJ-BLNC)
                 IF ADJ-DVZ NUMERIC
                    PERFORM H281-MEASURE-DETAIL
                 END-IF
                 MOVE ADJ-EFF-DATE TO WS-EFF-DATE-X
                 PERFORM H255-CHECK-EFF-DATE
                 IF WS-EFF-BAD
                    MOVE 'BAD EFFECTIVE DATE' TO WS-ADJ-FAIL-WORK
                    PERFORM H248-FAIL-ADJ-BATCH
                 END-IF
           END-EVALUATE.
       H244-END. EXIT.

       H245-VALIDATE-NEXT-ADJ.
           READ ADJ-FILE INTO ADJ-REC.
           IF (NOT ADJ-FILE-SUCCESS) AND (NOT ADJ-FILE-EOF)
           DISPLAY 'UNABLE TO READ ADJFILE: ' ST-ADJ
           MOVE ST-ADJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT ADJ-FILE-EOF)
              PERFORM H244-VALIDATE-ADJ-RECORD
           END-IF.
       H245-END. EXIT.

      *    it already validated, and WS-ADJ-RESTART-POINT stops it
      *    re-posting - so finding its own batch in the register
      *    (registered before the crash) is not a duplicate
      *    delivery and must not reject the resume.  A batch
      *    already brought forward on HBTFILE is refused as well:
      *    the carried copy is the one that posts once approved.
       H246-CHECK-BATCH-REGISTER.
           IF NOT WS-RESTART-RUN
              PERFORM H247-SEARCH-BATCH-REGISTER
                   TO WS-ADJ-FAIL-WORK
                 PERFORM H248-FAIL-ADJ-BATCH
              END-IF
              PERFORM H249-SEARCH-HELD-BATCHES
              IF WS-HBT-FOUND
                 MOVE 'BATCH ALREADY HELD' TO WS-ADJ-FAIL-WORK
                 PERFORM H248-FAIL-ADJ-BATCH
              END-IF
           END-IF.
       H246-END. EXIT.

           END-IF.
       H248-END. EXIT.

      *    Held batches judged this run that are not being dropped.
       H249-SEARCH-HELD-BATCHES.
           MOVE 'N' TO WS-HBT-FOUND-SW
           PERFORM VARYING WS-HBT-IDX FROM 1 BY 1
              UNTIL WS-HBT-IDX > WS-HBT-COUNT
              IF WS-ADJ-BRANCH = WS-HBT-BRANCH(WS-HBT-IDX)
                 AND WS-ADJ-BATCH-NO = WS-HBT-BATCH(WS-HBT-IDX)
                 AND NOT WS-HBT-DROP(WS-HBT-IDX)
                 MOVE 'Y' TO WS-HBT-FOUND-SW
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       H249-END. EXIT.

      *    The register search keeps a crashed-after-registering run
      *    from appending its batch a second time on the resume; a
      *    crash before registering still registers here as normal.
              PERFORM H247-SEARCH-BATCH-REGISTER
           END-IF
           IF WS-ADJ-HDR-SEEN AND NOT WS-BCH-FOUND
              IF WS-ADJ-APPROVED
                 PERFORM H289-MARK-APPROVAL-DONE
              END-IF
              OPEN EXTEND BCH-FILE
              IF BCH-FILE-SUCCESS
                 MOVE WS-ADJ-BRANCH   TO BCH-BRANCH
                 MOVE WS-ADJ-BATCH-NO TO BCH-BATCH-NO
                 MOVE WS-ADJ-BUS-DATE TO BCH-DATE
                 MOVE SPACE           TO BCH-STATUS
                 MOVE 0               TO BCH-REV-BATCH
                 WRITE BCH-REC
                 CLOSE BCH-FILE
                 IF WS-BCH-COUNT < WS-BCH-MAX
                    ADD 1 TO WS-BCH-COUNT
                    MOVE WS-ADJ-BRANCH   TO WS-BCH-BRANCH(WS-BCH-COUNT)
                    MOVE WS-ADJ-BATCH-NO TO WS-BCH-NO(WS-BCH-COUNT)
                 END-IF
              ELSE
                 DISPLAY 'UNABLE TO EXTEND BCHFILE: ' ST-BCH
                         ' - BATCH ' WS-ADJ-BATCH-NO
           END-IF.
       H270-END. EXIT.

      *    Maker-checker control.  Every batch that is over its
      *    currency limits - reversals from BCHREV01 and the batches
      *    the generating programs build alike, since the header
      *    branch is only what the ADJFILE preparer wrote there -
      *    must have an approval on APRFILE, from someone other
      *    than the header's submitter, for exactly this hash total
      *    and count.  An unapproved batch is held rather than
      *    failed: nothing posts, it is not registered, a pending
      *    entry is added to APRFILE for the approver, and the
      *    batch is carried forward on HBTOUT and presented again
      *    on every run until it is approved and posts, or is
      *    refused and dropped.
       H280-CHECK-BATCH-APPROVAL.
           PERFORM H283-TEST-BATCH-TOTALS
           IF WS-ADJ-OVER-LIMIT
              IF WS-ADJ-SUBMIT = SPACES
                 MOVE 'SUBMITTER ID MISSING' TO WS-ADJ-FAIL-WORK
                 PERFORM H248-FAIL-ADJ-BATCH
              ELSE
                 PERFORM H284-FIND-APPROVAL
                 PERFORM H286-JUDGE-APPROVAL
              END-IF
           END-IF.
       H280-END. EXIT.

      *    Each detail is judged on its own and added into its
      *    currency's net total for H283.  A batch with more
      *    currencies than the table holds cannot be measured and
      *    is treated as over its limits.
       H281-MEASURE-DETAIL.
           COMPUTE WS-ABT-DVZ-WORK = FUNCTION NUMVAL (ADJ-DVZ)
           COMPUTE WS-ABT-AMT-WORK = FUNCTION NUMVAL (ADJ-BLNC)
           PERFORM H282-LOOKUP-LIMIT
           IF WS-ABT-AMT-WORK > WS-APL-WORK
              OR WS-ABT-AMT-WORK < 0 - WS-APL-WORK
              MOVE 'Y' TO WS-ADJ-OVER-LIMIT-SW
           END-IF
           MOVE 'N' TO WS-ABT-FOUND-SW
           PERFORM VARYING WS-ABT-IDX FROM 1 BY 1
              UNTIL WS-ABT-IDX > WS-ABT-COUNT
              IF WS-ABT-DVZ(WS-ABT-IDX) = WS-ABT-DVZ-WORK
                 ADD WS-ABT-AMT-WORK TO WS-ABT-TOTAL(WS-ABT-IDX)
                 MOVE 'Y' TO WS-ABT-FOUND-SW
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-ABT-FOUND
              IF WS-ABT-COUNT < WS-ABT-MAX
                 ADD 1 TO WS-ABT-COUNT
                 MOVE WS-ABT-DVZ-WORK TO WS-ABT-DVZ(WS-ABT-COUNT)
                 MOVE WS-ABT-AMT-WORK TO WS-ABT-TOTAL(WS-ABT-COUNT)
              ELSE
                 MOVE 'Y' TO WS-ADJ-OVER-LIMIT-SW
              END-IF
           END-IF.
       H281-END. EXIT.

       H282-LOOKUP-LIMIT.
           MOVE 0 TO WS-APL-WORK
           PERFORM VARYING WS-APL-IDX FROM 1 BY 1
              UNTIL WS-APL-IDX > WS-APL-COUNT
              IF WS-APL-DVZ(WS-APL-IDX) = WS-ABT-DVZ-WORK
                 MOVE WS-APL-LIMIT(WS-APL-IDX) TO WS-APL-WORK
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       H282-END. EXIT.

       H283-TEST-BATCH-TOTALS.
           PERFORM VARYING WS-ABT-IDX FROM 1 BY 1
              UNTIL WS-ABT-IDX > WS-ABT-COUNT
              MOVE WS-ABT-DVZ(WS-ABT-IDX) TO WS-ABT-DVZ-WORK
              PERFORM H282-LOOKUP-LIMIT
              IF WS-ABT-TOTAL(WS-ABT-IDX) > WS-APL-WORK
                 OR WS-ABT-TOTAL(WS-ABT-IDX) < 0 - WS-APL-WORK
                 MOVE 'Y' TO WS-ADJ-OVER-LIMIT-SW
              END-IF
           END-PERFORM.
       H283-END. EXIT.

      *    The register is read end to end; the last entry for the
      *    batch is its standing.  A missing APRFILE means nothing
      *    has been submitted for approval yet.
       H284-FIND-APPROVAL.
           MOVE 'N' TO WS-APR-FOUND-SW
           OPEN INPUT APR-FILE
           IF APR-FILE-SUCCESS
              PERFORM H285-READ-NEXT-APPROVAL UNTIL APR-FILE-EOF
              CLOSE APR-FILE
           END-IF.
       H284-END. EXIT.

       H285-READ-NEXT-APPROVAL.
           READ APR-FILE.
           IF (NOT APR-FILE-SUCCESS) AND (NOT APR-FILE-EOF)
           DISPLAY 'UNABLE TO READ APRFILE: ' ST-APR
           MOVE ST-APR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT APR-FILE-EOF)
           IF APR-BATCH AND APR-BRANCH = WS-ADJ-BRANCH
              AND APR-BATCH-NO = WS-ADJ-BATCH-NO
              MOVE 'Y' TO WS-APR-FOUND-SW
              MOVE APR-REC TO WS-APR-LAST-REC
           END-IF
           END-IF.
       H285-END. EXIT.

      *    An entry only counts for the batch it was raised for: a
      *    resubmission with a different hash total, count or
      *    submitter goes back in the queue as a new pending entry.
       H286-JUDGE-APPROVAL.
           MOVE 'N' TO WS-APR-MATCH-SW
           IF WS-APR-FOUND
              MOVE WS-APR-LAST-REC TO APR-REC
              IF APR-AMOUNT = WS-ADJ-VFY-HASH
                 AND APR-COUNT = WS-ADJ-VFY-COUNT
                 AND APR-SUBMITTER = WS-ADJ-SUBMIT
                 MOVE 'Y' TO WS-APR-MATCH-SW
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-APR-MATCH AND (APR-APPROVED OR APR-DONE)
                   AND APR-APPROVER NOT = SPACES
                   AND APR-APPROVER NOT = WS-ADJ-SUBMIT
                 MOVE 'Y' TO WS-ADJ-APPROVED-SW
                 MOVE APR-APPROVER TO WS-ADJ-APPROVER
                 DISPLAY 'ADJFILE BATCH ' WS-ADJ-BATCH-NO
                         ' FROM ' WS-ADJ-BRANCH ' APPROVED BY '
                         APR-APPROVER
              WHEN WS-APR-MATCH AND APR-REFUSED
                 MOVE 'APPROVAL REFUSED' TO WS-ADJ-FAIL-WORK
                 PERFORM H248-FAIL-ADJ-BATCH
              WHEN WS-APR-MATCH AND APR-PENDING
                 MOVE 'Y' TO WS-ADJ-HELD-SW
              WHEN OTHER
                 MOVE 'Y' TO WS-ADJ-HELD-SW
                 PERFORM H287-ADD-PENDING-ENTRY
           END-EVALUATE.
       H286-END. EXIT.

       H287-ADD-PENDING-ENTRY.
           OPEN EXTEND APR-FILE
           IF APR-FILE-SUCCESS
              MOVE SPACES           TO APR-REC
              MOVE 'B'              TO APR-KIND
              MOVE WS-ADJ-BRANCH    TO APR-BRANCH
              MOVE WS-ADJ-BATCH-NO  TO APR-BATCH-NO
              MOVE 'P'              TO APR-STATUS
              MOVE WS-ADJ-VFY-HASH  TO APR-AMOUNT
              MOVE WS-ADJ-VFY-COUNT TO APR-COUNT
              MOVE WS-ADJ-SUBMIT    TO APR-SUBMITTER
              MOVE WS-BUS-DATE      TO APR-SUB-DATE
              MOVE 0                TO APR-APR-DATE
              MOVE 0                TO APR-DONE-DATE
              WRITE APR-REC
              CLOSE APR-FILE
           ELSE
              DISPLAY 'UNABLE TO EXTEND APRFILE: ' ST-APR
                      ' - BATCH ' WS-ADJ-BATCH-NO
                      ' IS NOT QUEUED FOR APPROVAL'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H287-END. EXIT.

      *    The approved entry is appended again as done, with the
      *    business date it posted, for the approved-and-posted
      *    audit trail.  A restarted run finding its entry already
      *    done does not add a second one.
       H289-MARK-APPROVAL-DONE.
           MOVE WS-APR-LAST-REC TO APR-REC
           IF APR-APPROVED
              OPEN EXTEND APR-FILE
              IF APR-FILE-SUCCESS
                 MOVE WS-APR-LAST-REC TO APR-REC
                 MOVE 'D'             TO APR-STATUS
                 MOVE WS-BUS-DATE     TO APR-DONE-DATE
                 WRITE APR-REC
                 CLOSE APR-FILE
              ELSE
                 DISPLAY 'UNABLE TO EXTEND APRFILE: ' ST-APR
                         ' - BATCH ' WS-ADJ-BATCH-NO
                         ' NOT MARKED POSTED'
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
       H289-END. EXIT.

      *    A held batch is copied whole to HBTOUT, header and
      *    trailer included, so a later run can prove and judge it
      *    again exactly as it was delivered.
       H290-CARRY-HELD-ADJ.
           READ ADJ-FILE INTO ADJ-REC.
           IF (NOT ADJ-FILE-SUCCESS) AND (NOT ADJ-FILE-EOF)
           DISPLAY 'UNABLE TO READ ADJFILE: ' ST-ADJ
           MOVE ST-ADJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT ADJ-FILE-EOF)
           ADD 1 TO WS-ADJ-REC-NUM
           IF WS-ADJ-REC-NUM > WS-ADJ-RESTART-POINT
              MOVE WS-BUS-DATE TO HBN-HELD-DATE
              MOVE ADJ-REC     TO HBN-IMAGE
              PERFORM H879-WRITE-HBTOUT
              IF NOT (ADJ-CTL-HEADER OR ADJ-CTL-TRAILER)
                 ADD 1 TO WS-CNT-ADJ-HELD
              END-IF
           END-IF
           IF WS-BATCH-COUNT = 0 AND NOT WS-SORT-MODE
              AND FUNCTION MOD(WS-ADJ-REC-NUM, WS-CHECKPOINT-INTRVL)
                  = 0
              PERFORM H500-WRITE-CHECKPOINT
           END-IF
           END-IF.
       H290-END. EXIT.

       H250-READ-NEXT-ADJUSTMENT.
           READ ADJ-FILE INTO ADJ-REC.
           IF (NOT ADJ-FILE-SUCCESS) AND (NOT ADJ-FILE-EOF)
           DISPLAY 'UNABLE TO READ ADJFILE: ' ST-ADJ
           MOVE ST-ADJ TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT ADJ-FILE-EOF)
           ADD 1 TO WS-ADJ-REC-NUM
           IF WS-ADJ-REC-NUM > WS-ADJ-RESTART-POINT
              AND NOT (ADJ-CTL-HEADER OR ADJ-CTL-TRAILER)
           ADD 1 TO WS-CNT-ADJ-READ
           COMPUTE TEMP-ID = FUNCTION NUMVAL (ADJ-ID)
           MOVE WS-ADJ-BATCH-NO TO WS-JRN-BATCH
           PERFORM H460-CHECK-MINOR-UNITS
           IF WS-MINOR-OK
              MOVE ADJ-EFF-DATE TO WS-EFF-DATE-X
              PERFORM H255-CHECK-EFF-DATE
              IF WS-ITEM-FUTURE
                 COMPUTE WS-WHS-ITEM = WS-ADJ-REC-NUM - 1
                 PERFORM H256-WAREHOUSE-ADJ
              ELSE
                 PERFORM CHANGE-BALANCE
              END-IF
           ELSE
              PERFORM H470-REJECT-BAD-MINOR
           END-IF
           END-IF.
       H250-END. EXIT.

      *    Spaces in an effective date mean at once.  Anything else
      *    must be a real yyyymmdd date; one after the business
      *    date marks the item for the warehouse.
       H255-CHECK-EFF-DATE.
           MOVE 'N' TO WS-EFF-BAD-SW
           MOVE 'N' TO WS-ITEM-FUTURE-SW
           IF WS-EFF-DATE-X NOT = SPACES
              IF WS-EFF-DATE-X NOT NUMERIC
                 MOVE 'Y' TO WS-EFF-BAD-SW
              ELSE
                 IF FUNCTION TEST-DATE-YYYYMMDD (WS-EFF-DATE) NOT = 0
                    MOVE 'Y' TO WS-EFF-BAD-SW
                 ELSE
                    IF WS-EFF-DATE > WS-BUS-DATE
                       MOVE 'Y' TO WS-ITEM-FUTURE-SW
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H255-END. EXIT.

      *    A future-dated detail keeps its branch, batch and place
      *    in the batch (the header is record 1), which is how a
      *    WCNFILE cancel names it and how the journal shows it on
      *    the day it is released.
       H256-WAREHOUSE-ADJ.
           MOVE 'A'             TO WHN-KIND
           MOVE WS-EFF-DATE     TO WHN-EFF-DATE
           MOVE WS-ADJ-BRANCH   TO WHN-BRANCH
           MOVE WS-ADJ-BATCH-NO TO WHN-BATCH
           MOVE WS-WHS-ITEM     TO WHN-ITEM
           MOVE WS-ADJ-SUBMIT   TO WHN-SUBMIT
           MOVE TEMP-ID         TO WHN-ID
           MOVE TEMP-DVZ        TO WHN-DVZ
           MOVE 0               TO WHN-TO-ID
           MOVE 0               TO WHN-TO-DVZ
           MOVE CHANGE-BLNC     TO WHN-AMT
           MOVE SPACES          TO WHN-REF
           MOVE WS-BUS-DATE     TO WHN-IN-DATE
           PERFORM H257-WRITE-WHSOUT
           ADD 1 TO WS-CNT-ADJ-WHSED.
       H256-END. EXIT.

       H257-WRITE-WHSOUT.
           WRITE WHN-REC
           IF NOT WHN-FILE-SUCCESS
           DISPLAY 'UNABLE TO WRITE WHSOUT: ' ST-WHN
           MOVE ST-WHN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF
           ADD 1 TO WS-CNT-WHS-OUT.
       H257-END. EXIT.

       CHANGE-BALANCE.
           MOVE TEMP-ID TO IDX-ID
           MOVE TEMP-DVZ TO IDX-DVZ
             NOT INVALID KEY PERFORM ADD-BALANCE.
       CHANGE-END. EXIT.

      *    A frozen account takes no posting at all.  A debit must
      *    leave the balance covering the account's active liens -
      *    it is judged against the available balance, not the
      *    ledger balance - and is declined into suspense otherwise.
       ADD-BALANCE.
           COMPUTE TEMP-BALANCE = IDX-BALANCE
           COMPUTE WS-NEW-BALANCE = TEMP-BALANCE + CHANGE-BLNC
           PERFORM H145-GET-ACCOUNT-HOLDS
           EVALUATE TRUE
              WHEN WS-HLD-FROZEN
                 PERFORM H475-REFUSE-FROZEN
              WHEN WS-NEW-BALANCE < 0
                OR (CHANGE-BLNC < 0
                    AND WS-NEW-BALANCE - WS-HLD-LIEN-TOTAL < 0)
                 IF WS-SUS-REDRIVE
                    PERFORM H830-RECYCLE-SUSPENSE
                 ELSE
                    PERFORM H420-WRITE-EXCEPTION
                 END-IF
              WHEN OTHER
                 MOVE WS-NEW-BALANCE TO IDX-BALANCE
                 REWRITE IDX-REC
                 IF WS-SUS-REDRIVE
                    ADD 1 TO WS-CNT-SUS-POSTED
                 ELSE
                    ADD 1 TO WS-CNT-ADJ-APPLIED
                 END-IF
                 PERFORM H430-WRITE-JOURNAL
                 PERFORM WRITE-RECORD
           END-EVALUATE.
       ADD-END. EXIT.

       H430-WRITE-JOURNAL.
           MOVE TEMP-ID          TO FRJ-ID-O
           MOVE TEMP-DVZ         TO FRJ-DVZ-O
           MOVE CHANGE-BLNC      TO FRJ-AMT-O
           MOVE WS-JRN-BRANCH    TO FRJ-BRANCH-O
           WRITE FRJ-REC
           ADD 1 TO WS-CNT-SUS-FINAL.
       H840-END. EXIT.
              MOVE IDX-DVZ        TO REJ-DVZ-O
              MOVE '00'           TO REJ-STATUS-O
              MOVE 'INVALID DATE' TO REJ-REASON-O
              MOVE SPACES         TO REJ-REF-O
              WRITE REJ-REC
              ADD 1 TO WS-CNT-REJ-BADDATE
           END-IF.
           MOVE TEMP-DVZ          TO REJ-DVZ-O
           MOVE '00'              TO REJ-STATUS-O
           MOVE 'BAD MINOR UNITS' TO REJ-REASON-O
           MOVE SPACES            TO REJ-REF-O
           WRITE REJ-REC
           ADD 1 TO WS-CNT-ADJ-BADMINOR.
       H470-END. EXIT.

      *    A new adjustment to a frozen account is rejected with its
      *    own 'FZ' status.  A suspense item was already accepted
      *    once, so it waits in suspense with its retry count
      *    untouched until the freeze is lifted.
       H475-REFUSE-FROZEN.
           IF WS-SUS-REDRIVE
              MOVE WS-SUS-RETRY-CUR TO WS-SUS-RETRY-NEXT
              PERFORM H440-WRITE-NEW-SUSPENSE
              ADD 1 TO WS-CNT-SUS-FROZEN
           ELSE
              DISPLAY "adjustment to frozen account: " TEMP-ID
              MOVE TEMP-ID          TO REJ-ID-O
              MOVE TEMP-DVZ         TO REJ-DVZ-O
              MOVE 'FZ'             TO REJ-STATUS-O
              MOVE 'ACCOUNT FROZEN' TO REJ-REASON-O
              MOVE SPACES           TO REJ-REF-O
              WRITE REJ-REC
              ADD 1 TO WS-CNT-ADJ-FROZEN
           END-IF.
       H475-END. EXIT.

       WRNG-RECORD.
               DISPLAY "record undefined: " REC-ID
               MOVE REC-ID      TO REJ-ID-O
               MOVE REC-DVZ     TO REJ-DVZ-O
               MOVE ST-IDX      TO REJ-STATUS-O
               MOVE 'NOT FOUND' TO REJ-REASON-O
               MOVE SPACES      TO REJ-REF-O
               WRITE REJ-REC
               ADD 1 TO WS-CNT-REJ-NOTFND.
       WRNG-END. EXIT.
                  MOVE TEMP-DVZ        TO REJ-DVZ-O
                  MOVE ST-IDX          TO REJ-STATUS-O
                  MOVE 'ADJ NOT FOUND' TO REJ-REASON-O
                  MOVE SPACES          TO REJ-REF-O
                  WRITE REJ-REC
                  ADD 1 TO WS-CNT-ADJ-NOTFND
               END-IF.
           MOVE WS-ADJ-REC-NUM     TO CHK-ADJ-REC-NUM
           MOVE WS-SUS-REC-NUM     TO CHK-SUS-REC-NUM
           MOVE WS-TRF-REC-NUM     TO CHK-TRF-REC-NUM
           MOVE WS-WHS-REC-NUM     TO CHK-WHS-REC-NUM
           MOVE WS-HBT-REC-NUM     TO CHK-HBT-REC-NUM
           MOVE TEMP-PID           TO CHK-PID
           MOVE WS-PREV-DVZ        TO CHK-PREV-DVZ
           MOVE WS-DVZ-SUBTOTAL    TO CHK-DVZ-SUBTOTAL
           MOVE WS-ADJ-REC-NUM     TO CHK-ADJ-REC-NUM
           MOVE WS-SUS-REC-NUM     TO CHK-SUS-REC-NUM
           MOVE WS-TRF-REC-NUM     TO CHK-TRF-REC-NUM
           MOVE WS-WHS-REC-NUM     TO CHK-WHS-REC-NUM
           MOVE WS-HBT-REC-NUM     TO CHK-HBT-REC-NUM
           MOVE TEMP-PID           TO CHK-PID
           MOVE WS-PREV-DVZ        TO CHK-PREV-DVZ
           MOVE WS-DVZ-SUBTOTAL    TO CHK-DVZ-SUBTOTAL
           END-IF.
       H810-END. EXIT.

      *    Warehoused items whose effective date has come are
      *    released ahead of the day's own work and posted through
      *    the same paths as a new adjustment or transfer, under
      *    their original branch and batch.  A WCNFILE cancel pulls
      *    an item first; anything still in the future is carried
      *    forward to WHSOUT, so WHSFILE becomes WHSOUT run over run
      *    the way SUSFILE becomes SUSOUT.  A missing WHSFILE
      *    simply means nothing is warehoused.
       H820-RELEASE-WAREHOUSE.
           OPEN INPUT WHS-FILE
           IF WHS-FILE-SUCCESS
              PERFORM H821-READ-NEXT-WAREHOUSE UNTIL WHS-FILE-EOF
              CLOSE WHS-FILE
           END-IF.
       H820-END. EXIT.

      *    Items before the restart point were dealt with by the
      *    failed run; they are still matched so that the cancels
      *    they used show as done on the report.
       H821-READ-NEXT-WAREHOUSE.
           READ WHS-FILE.
           IF (NOT WHS-FILE-SUCCESS) AND (NOT WHS-FILE-EOF)
           DISPLAY 'UNABLE TO READ WHSFILE: ' ST-WHS
           MOVE ST-WHS TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT WHS-FILE-EOF)
           ADD 1 TO WS-WHS-REC-NUM
           PERFORM H822-MATCH-CANCEL
           IF WS-WHS-REC-NUM > WS-WHS-RESTART-POINT
           ADD 1 TO WS-CNT-WHS-IN
           EVALUATE TRUE
              WHEN WS-WCN-FOUND
                 DISPLAY 'WAREHOUSED ITEM CANCELLED: ' WHS-KIND ' '
                         WHS-BRANCH ' ' WHS-BATCH ' ' WHS-ITEM ' '
                         WHS-REF
                 ADD 1 TO WS-CNT-WHS-CANCEL
              WHEN WHS-EFF-DATE > WS-BUS-DATE
                 MOVE WHS-REC TO WHN-REC
                 PERFORM H257-WRITE-WHSOUT
                 ADD 1 TO WS-CNT-WHS-CARRIED
              WHEN WHS-ADJUSTMENT
                 PERFORM H823-RELEASE-ADJUSTMENT
              WHEN WHS-TRANSFER
                 PERFORM H824-RELEASE-TRANSFER
              WHEN OTHER
                 DISPLAY 'UNKNOWN KIND ON WHSFILE CARRIED: '
                         WHS-KIND ' ' WHS-BRANCH ' ' WHS-BATCH
                 MOVE WHS-REC TO WHN-REC
                 PERFORM H257-WRITE-WHSOUT
                 ADD 1 TO WS-CNT-WHS-CARRIED
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
           END-EVALUATE
           END-IF
           IF WS-BATCH-COUNT = 0 AND NOT WS-SORT-MODE
              AND FUNCTION MOD(WS-WHS-REC-NUM, WS-CHECKPOINT-INTRVL)
                  = 0
              PERFORM H500-WRITE-CHECKPOINT
           END-IF
           END-IF.
       H821-END. EXIT.

      *    An adjustment is named by branch, batch and item, a
      *    transfer by its TRF-REF.  Each cancel is used once.
       H822-MATCH-CANCEL.
           MOVE 'N' TO WS-WCN-FOUND-SW
           PERFORM VARYING WS-WCN-IDX FROM 1 BY 1
              UNTIL WS-WCN-IDX > WS-WCN-COUNT
              IF WS-WCN-OPEN(WS-WCN-IDX)
                 AND WS-WCN-KIND(WS-WCN-IDX) = WHS-KIND
                 AND ((WHS-ADJUSTMENT
                       AND WS-WCN-BRANCH(WS-WCN-IDX) = WHS-BRANCH
                       AND WS-WCN-BATCH(WS-WCN-IDX) = WHS-BATCH
                       AND WS-WCN-ITEM(WS-WCN-IDX) = WHS-ITEM)
                   OR (WHS-TRANSFER
                       AND WS-WCN-REF(WS-WCN-IDX) = WHS-REF))
                 MOVE 'Y' TO WS-WCN-FOUND-SW
                 MOVE 'C'          TO WS-WCN-RESULT(WS-WCN-IDX)
                 MOVE WHS-ID       TO WS-WCN-ID(WS-WCN-IDX)
                 MOVE WHS-DVZ      TO WS-WCN-DVZ(WS-WCN-IDX)
                 MOVE WHS-EFF-DATE TO WS-WCN-EFF(WS-WCN-IDX)
                 MOVE WHS-AMT      TO WS-WCN-AMT(WS-WCN-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       H822-END. EXIT.

       H823-RELEASE-ADJUSTMENT.
           ADD 1 TO WS-CNT-WHS-ADJ-REL
           MOVE WHS-ID     TO TEMP-ID
           MOVE WHS-DVZ    TO TEMP-DVZ
           MOVE WHS-AMT    TO CHANGE-BLNC
           MOVE WHS-BRANCH TO WS-JRN-BRANCH
           MOVE WHS-BATCH  TO WS-JRN-BATCH
           PERFORM H460-CHECK-MINOR-UNITS
           IF WS-MINOR-OK
              PERFORM CHANGE-BALANCE
           ELSE
              PERFORM H470-REJECT-BAD-MINOR
           END-IF.
       H823-END. EXIT.

      *    The transfer is rebuilt in TRF-REC and goes through the
      *    full edit on the day it posts - funds, freezes and the
      *    FX rate are those of the release date, not the day it
      *    was warehoused.
       H824-RELEASE-TRANSFER.
           ADD 1 TO WS-CNT-WHS-TRF-REL
           MOVE SPACES       TO TRF-REC
           MOVE WHS-ID       TO TRF-FROM-ID
           MOVE WHS-DVZ      TO TRF-FROM-DVZ
           MOVE WHS-TO-ID    TO TRF-TO-ID
           MOVE WHS-TO-DVZ   TO TRF-TO-DVZ
           MOVE WHS-AMT      TO WS-WHS-AMT-EDIT
           MOVE WS-WHS-AMT-EDIT TO TRF-AMT
           MOVE WHS-REF      TO TRF-REF
           MOVE 'N' TO WS-ITEM-FUTURE-SW
           PERFORM H882-EDIT-TRANSFER
           IF WS-TRF-OK
              PERFORM H884-APPLY-TRANSFER
           ELSE
              PERFORM H883-REJECT-TRANSFER
           END-IF.
       H824-END. EXIT.

      *    High-volume mode: the day's input lines are sorted into
      *    IDX-KEY order and matched against one sequential walk of
      *    the master - a classic two-file match - instead of one
           MOVE SRT-DVZ     TO REJ-DVZ-O
           MOVE '23'        TO REJ-STATUS-O
           MOVE 'NOT FOUND' TO REJ-REASON-O
           MOVE SPACES      TO REJ-REF-O
           WRITE REJ-REC
           ADD 1 TO WS-CNT-REJ-NOTFND.
       H856-END. EXIT.
       H861-END. EXIT.

       H862-RELEASE-NEXT-ADJ.
           READ ADJ-FILE INTO ADJ-REC.
           IF (NOT ADJ-FILE-SUCCESS) AND (NOT ADJ-FILE-EOF)
           DISPLAY 'UNABLE TO READ ADJFILE: ' ST-ADJ
           MOVE ST-ADJ TO RETURN-CODE
           ADD 1 TO WS-ADJ-REC-NUM
           IF NOT (ADJ-CTL-HEADER OR ADJ-CTL-TRAILER)
              ADD 1 TO WS-CNT-ADJ-READ
              MOVE ADJ-EFF-DATE TO WS-EFF-DATE-X
              PERFORM H255-CHECK-EFF-DATE
              IF WS-ITEM-FUTURE
                 COMPUTE TEMP-ID = FUNCTION NUMVAL (ADJ-ID)
                 COMPUTE TEMP-DVZ = FUNCTION NUMVAL (ADJ-DVZ)
                 COMPUTE CHANGE-BLNC = FUNCTION NUMVAL (ADJ-BLNC)
                 PERFORM H460-CHECK-MINOR-UNITS
                 IF WS-MINOR-OK
                    COMPUTE WS-WHS-ITEM = WS-ADJ-REC-NUM - 1
                    PERFORM H256-WAREHOUSE-ADJ
                 ELSE
                    PERFORM H470-REJECT-BAD-MINOR
                 END-IF
              ELSE
                 COMPUTE SRT-A-ID = FUNCTION NUMVAL (ADJ-ID)
                 COMPUTE SRT-A-DVZ = FUNCTION NUMVAL (ADJ-DVZ)
                 COMPUTE SRT-A-BLNC = FUNCTION NUMVAL (ADJ-BLNC)
                 RELEASE SRT-ADJ-REC
              END-IF
           END-IF
           END-IF.
       H862-END. EXIT.
           MOVE TEMP-DVZ        TO REJ-DVZ-O
           MOVE '23'            TO REJ-STATUS-O
           MOVE 'ADJ NOT FOUND' TO REJ-REASON-O
           MOVE SPACES          TO REJ-REF-O
           WRITE REJ-REC
           ADD 1 TO WS-CNT-ADJ-NOTFND.
       H866-END. EXIT.

      *    Batches held for approval on an earlier run are presented
      *    again ahead of the day's own ADJFILE.  The first pass
      *    proves each batch and judges it against APRFILE exactly
      *    as a new delivery is judged; the second pass then posts
      *    an approved batch under its own branch and batch and
      *    registers it, carries one still awaiting approval forward
      *    to HBTOUT, and drops one that was refused, has been
      *    posted since, or no longer proves.  A missing HBTFILE
      *    simply means nothing is held.
       H870-REPRESENT-HELD-BATCHES.
           MOVE 0 TO WS-HBT-COUNT
           OPEN INPUT HBT-FILE
           IF HBT-FILE-SUCCESS
              MOVE 'N' TO WS-HBT-OPEN-SW
              PERFORM H871-JUDGE-NEXT-HELD UNTIL HBT-FILE-EOF
              IF WS-HBT-BATCH-OPEN
                 PERFORM H872-DECIDE-HELD-BATCH
              END-IF
              CLOSE HBT-FILE
              OPEN INPUT HBT-FILE
              IF NOT HBT-FILE-SUCCESS
              DISPLAY 'UNABLE TO REOPEN HBTFILE: ' ST-HBT
              MOVE ST-HBT TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE 'N' TO WS-HBT-OPEN-SW
              MOVE 0 TO WS-HBT-CUR
              PERFORM H875-PROCESS-NEXT-HELD UNTIL HBT-FILE-EOF
              CLOSE HBT-FILE
           END-IF.
       H870-END. EXIT.

      *    A header, or any record after a trailer, starts the next
      *    batch; the trailer or the end of the file closes it.
       H871-JUDGE-NEXT-HELD.
           READ HBT-FILE.
           IF (NOT HBT-FILE-SUCCESS) AND (NOT HBT-FILE-EOF)
           DISPLAY 'UNABLE TO READ HBTFILE: ' ST-HBT
           MOVE ST-HBT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT HBT-FILE-EOF)
           IF HBT-IS-HEADER AND WS-HBT-BATCH-OPEN
              PERFORM H872-DECIDE-HELD-BATCH
           END-IF
           IF NOT WS-HBT-BATCH-OPEN
              PERFORM H242-RESET-ADJ-BATCH
              MOVE 'Y' TO WS-HBT-OPEN-SW
           END-IF
           MOVE HBT-IMAGE TO ADJ-REC
           PERFORM H244-VALIDATE-ADJ-RECORD
           IF HBT-IS-TRAILER
              PERFORM H872-DECIDE-HELD-BATCH
           END-IF
           END-IF.
       H871-END. EXIT.

      *    A refusal, or a batch posted since it was held, is an
      *    ordinary end for a held batch; one that no longer proves
      *    is dropped with RETURN-CODE 8 for the operator to chase.
      *    A batch past the end of the table is carried unjudged.
       H872-DECIDE-HELD-BATCH.
           MOVE 'N' TO WS-HBT-OPEN-SW
           IF WS-HBT-COUNT < WS-HBT-MAX
              PERFORM H241-PROVE-ADJ-BATCH
              ADD 1 TO WS-HBT-COUNT
              MOVE WS-ADJ-BRANCH   TO WS-HBT-BRANCH(WS-HBT-COUNT)
              MOVE WS-ADJ-BATCH-NO TO WS-HBT-BATCH(WS-HBT-COUNT)
              MOVE WS-ADJ-APPROVED-SW
                TO WS-HBT-APPROVED-SW(WS-HBT-COUNT)
              EVALUATE TRUE
                 WHEN NOT WS-ADJ-BATCH-OK
                    MOVE 'D' TO WS-HBT-ACTION(WS-HBT-COUNT)
                    DISPLAY 'HELD BATCH ' WS-ADJ-BATCH-NO ' FROM '
                            WS-ADJ-BRANCH ' DROPPED: '
                            WS-ADJ-FAIL-REASON
                    IF WS-ADJ-FAIL-REASON = 'APPROVAL REFUSED'
                       OR WS-ADJ-FAIL-REASON =
                          'BATCH ALREADY PROCESSED'
                       IF RETURN-CODE < 4
                          MOVE 4 TO RETURN-CODE
                       END-IF
                    ELSE
                       MOVE 8 TO RETURN-CODE
                    END-IF
                 WHEN WS-ADJ-HELD
                    MOVE 'H' TO WS-HBT-ACTION(WS-HBT-COUNT)
                    DISPLAY 'HELD BATCH ' WS-ADJ-BATCH-NO ' FROM '
                            WS-ADJ-BRANCH ' STILL AWAITING APPROVAL '
                            'OF SUBMISSION BY ' WS-ADJ-SUBMIT
                    IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 WHEN OTHER
                    MOVE 'P' TO WS-HBT-ACTION(WS-HBT-COUNT)
                    DISPLAY 'HELD BATCH ' WS-ADJ-BATCH-NO ' FROM '
                            WS-ADJ-BRANCH ' RELEASED FOR POSTING'
              END-EVALUATE
           ELSE
              DISPLAY 'WS-HBT-TABLE FULL AT ' WS-HBT-MAX
                      ' - HELD BATCH ' WS-ADJ-BATCH-NO ' FROM '
                      WS-ADJ-BRANCH ' CARRIED FORWARD UNJUDGED'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H872-END. EXIT.

      *    Records before the restart point were dealt with by the
      *    failed run; batches are still followed through them so
      *    every record is taken under its own batch's outcome.
       H875-PROCESS-NEXT-HELD.
           READ HBT-FILE.
           IF (NOT HBT-FILE-SUCCESS) AND (NOT HBT-FILE-EOF)
           DISPLAY 'UNABLE TO READ HBTFILE: ' ST-HBT
           MOVE ST-HBT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT HBT-FILE-EOF)
           ADD 1 TO WS-HBT-REC-NUM
           IF HBT-IS-HEADER OR NOT WS-HBT-BATCH-OPEN
              PERFORM H876-START-HELD-BATCH
           END-IF
           IF NOT (HBT-IS-HEADER OR HBT-IS-TRAILER)
              ADD 1 TO WS-WHS-ITEM
           END-IF
           IF WS-HBT-REC-NUM > WS-HBT-RESTART-POINT
              IF WS-HBT-CUR-CARRY
                 MOVE HBT-REC TO HBN-REC
                 PERFORM H879-WRITE-HBTOUT
              END-IF
              IF HBT-IS-HEADER OR HBT-IS-TRAILER
                 IF HBT-IS-TRAILER AND WS-HBT-CUR-POST
                    PERFORM H878-REGISTER-HELD-BATCH
                 END-IF
              ELSE
                 ADD 1 TO WS-CNT-HBT-IN
                 EVALUATE TRUE
                    WHEN WS-HBT-CUR-POST
                       PERFORM H877-POST-HELD-DETAIL
                    WHEN WS-HBT-CUR-CARRY
                       ADD 1 TO WS-CNT-HBT-CARRIED
                    WHEN OTHER
                       ADD 1 TO WS-CNT-HBT-DROPPED
                 END-EVALUATE
              END-IF
           END-IF
           IF HBT-IS-TRAILER
              MOVE 'N' TO WS-HBT-OPEN-SW
           END-IF
           IF WS-BATCH-COUNT = 0 AND NOT WS-SORT-MODE
              AND FUNCTION MOD(WS-HBT-REC-NUM, WS-CHECKPOINT-INTRVL)
                  = 0
              PERFORM H500-WRITE-CHECKPOINT
           END-IF
           END-IF.
       H875-END. EXIT.

      *    The batch takes the outcome the first pass gave it, and
      *    its header supplies the branch, batch and submitter its
      *    postings are journalled and registered under.
       H876-START-HELD-BATCH.
           MOVE 'Y' TO WS-HBT-OPEN-SW
           ADD 1 TO WS-HBT-CUR
           IF WS-HBT-CUR > WS-HBT-COUNT
              MOVE 'H' TO WS-HBT-CUR-ACTION
              MOVE 'N' TO WS-ADJ-APPROVED-SW
           ELSE
              MOVE WS-HBT-ACTION(WS-HBT-CUR) TO WS-HBT-CUR-ACTION
              MOVE WS-HBT-APPROVED-SW(WS-HBT-CUR)
                TO WS-ADJ-APPROVED-SW
           END-IF
           MOVE 0 TO WS-WHS-ITEM
           IF HBT-IS-HEADER
              MOVE 'Y' TO WS-ADJ-HDR-SEEN-SW
              MOVE HBT-BRANCH TO WS-ADJ-BRANCH
              MOVE HBT-SUBMIT TO WS-ADJ-SUBMIT
              COMPUTE WS-ADJ-BUS-DATE =
                 FUNCTION NUMVAL (HBT-HDR-DATE)
              COMPUTE WS-ADJ-BATCH-NO =
                 FUNCTION NUMVAL (HBT-BATCH)
           END-IF.
       H876-END. EXIT.

      *    Posted exactly as the detail would have posted from the
      *    day's ADJFILE, warehouse included.
       H877-POST-HELD-DETAIL.
           ADD 1 TO WS-CNT-HBT-REL
           COMPUTE TEMP-ID = FUNCTION NUMVAL (HBT-ID)
           COMPUTE TEMP-DVZ = FUNCTION NUMVAL (HBT-DVZ)
           COMPUTE CHANGE-BLNC = FUNCTION NUMVAL (HBT-BLNC)
           MOVE WS-ADJ-BRANCH   TO WS-JRN-BRANCH
           MOVE WS-ADJ-BATCH-NO TO WS-JRN-BATCH
           PERFORM H460-CHECK-MINOR-UNITS
           IF WS-MINOR-OK
              MOVE HBT-EFF-DATE TO WS-EFF-DATE-X
              PERFORM H255-CHECK-EFF-DATE
              IF WS-ITEM-FUTURE
                 PERFORM H256-WAREHOUSE-ADJ
              ELSE
                 PERFORM CHANGE-BALANCE
              END-IF
           ELSE
              PERFORM H470-REJECT-BAD-MINOR
           END-IF.
       H877-END. EXIT.

      *    The approval entry is read back so H270 can mark it done.
       H878-REGISTER-HELD-BATCH.
           DISPLAY 'HELD BATCH ' WS-ADJ-BATCH-NO ' FROM '
                   WS-ADJ-BRANCH ' POSTED, HELD SINCE '
                   HBT-HELD-DATE
           IF WS-ADJ-APPROVED
              PERFORM H284-FIND-APPROVAL
           END-IF
           PERFORM H270-REGISTER-BATCH.
       H878-END. EXIT.

       H879-WRITE-HBTOUT.
           WRITE HBN-REC
           IF NOT HBN-FILE-SUCCESS
           DISPLAY 'UNABLE TO WRITE HBTOUT: ' ST-HBN
           MOVE ST-HBN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF
           IF NOT (HBN-IS-HEADER OR HBN-IS-TRAILER)
              ADD 1 TO WS-CNT-HBT-OUT
           END-IF.
       H879-END. EXIT.

      *    Balance transfers, after the day's adjustments: each
      *    TRFFILE record is edited, funds-checked on the debit leg
      *    and proved against both master accounts before either
       H880-END. EXIT.

       H881-READ-NEXT-TRANSFER.
           READ TRF-FILE INTO TRF-REC.
           IF (NOT TRF-FILE-SUCCESS) AND (NOT TRF-FILE-EOF)
           DISPLAY 'UNABLE TO READ TRFFILE: ' ST-TRF
           MOVE ST-TRF TO RETURN-CODE
           ADD 1 TO WS-TRF-REC-NUM
           IF WS-TRF-REC-NUM > WS-TRF-RESTART-POINT
           ADD 1 TO WS-CNT-TRF-READ
           MOVE TRF-EFF-DATE TO WS-EFF-DATE-X
           PERFORM H255-CHECK-EFF-DATE
           EVALUATE TRUE
              WHEN WS-EFF-BAD
                 MOVE 'BAD EFFECTIVE DATE' TO WS-TRF-FAIL-REASON
                 MOVE '00' TO WS-TRF-FAIL-STATUS
                 PERFORM H883-REJECT-TRANSFER
              WHEN WS-ITEM-FUTURE
                 PERFORM H890-WAREHOUSE-TRANSFER
              WHEN OTHER
                 PERFORM H882-EDIT-TRANSFER
                 IF WS-TRF-OK
                    PERFORM H884-APPLY-TRANSFER
                 ELSE
                    PERFORM H883-REJECT-TRANSFER
                 END-IF
           END-EVALUATE
           END-IF
           IF WS-BATCH-COUNT = 0
              AND FUNCTION MOD(WS-TRF-REC-NUM, WS-CHECKPOINT-INTRVL)
       H882-EDIT-TRANSFER.
           MOVE 'Y' TO WS-TRF-OK-SW
           MOVE SPACES TO WS-TRF-FAIL-REASON
           MOVE '00' TO WS-TRF-FAIL-STATUS
           IF TRF-FROM-ID NOT NUMERIC OR TRF-FROM-DVZ NOT NUMERIC
              OR TRF-TO-ID NOT NUMERIC OR TRF-TO-DVZ NOT NUMERIC
              MOVE 'NON-NUMERIC KEY' TO WS-TRF-FAIL-REASON
                 MOVE 'N' TO WS-TRF-OK-SW
              END-IF
           END-IF
      *    A future-dated transfer converts at its release date's
      *    rate, so it is not priced when it is warehoused.
           IF WS-TRF-OK AND NOT WS-ITEM-FUTURE
              PERFORM H885-CONVERT-CREDIT-AMT
           END-IF.
       H882-END. EXIT.
                   WS-TRF-FAIL-REASON
           MOVE TRF-FROM-ID          TO REJ-ID-O
           MOVE TRF-FROM-DVZ         TO REJ-DVZ-O
           MOVE WS-TRF-FAIL-STATUS   TO REJ-STATUS-O
           MOVE WS-TRF-FAIL-REASON   TO REJ-REASON-O
           MOVE TRF-REF              TO REJ-REF-O
           WRITE REJ-REC
           ADD 1 TO WS-CNT-TRF-REJECTED.
       H883-END. EXIT.
                MOVE 'N' TO WS-TRF-OK-SW
             NOT INVALID KEY
                MOVE IDX-BALANCE TO WS-TRF-FROM-BAL
                PERFORM H145-GET-ACCOUNT-HOLDS
           END-READ
           IF WS-TRF-OK
              IF WS-HLD-FROZEN
                 PERFORM H889-FLAG-TRF-FROZEN
              ELSE
                 IF WS-TRF-FROM-BAL - WS-TRF-AMT
                    - WS-HLD-LIEN-TOTAL < 0
                    MOVE 'INSUFFICIENT FUNDS' TO WS-TRF-FAIL-REASON
                    MOVE 'N' TO WS-TRF-OK-SW
                 END-IF
              END-IF
           END-IF
           IF WS-TRF-OK
                   MOVE 'N' TO WS-TRF-OK-SW
                NOT INVALID KEY
                   MOVE IDX-BALANCE TO WS-TRF-TO-BAL
                   PERFORM H145-GET-ACCOUNT-HOLDS
                   IF WS-HLD-FROZEN
                      PERFORM H889-FLAG-TRF-FROZEN
                   END-IF
              END-READ
           END-IF
           IF WS-TRF-OK
           END-EVALUATE.
       H888-END. EXIT.

      *    A freeze on either account refuses the whole transfer.
       H889-FLAG-TRF-FROZEN.
           MOVE 'ACCOUNT FROZEN' TO WS-TRF-FAIL-REASON
           MOVE 'FZ' TO WS-TRF-FAIL-STATUS
           MOVE 'N' TO WS-TRF-OK-SW
           ADD 1 TO WS-CNT-TRF-FROZEN.
       H889-END. EXIT.

      *    A future-dated transfer is edited now so a bad one is
      *    rejected while the branch can still correct it, and must
      *    carry a TRF-REF - that is how a WCNFILE cancel names it.
      *    Funds and freezes are judged on the day it is released.
       H890-WAREHOUSE-TRANSFER.
           PERFORM H882-EDIT-TRANSFER
           IF WS-TRF-OK AND TRF-REF = SPACES
              MOVE 'FUTURE WITHOUT REF' TO WS-TRF-FAIL-REASON
              MOVE 'N' TO WS-TRF-OK-SW
           END-IF
           IF WS-TRF-OK
              PERFORM H891-WRITE-WAREHOUSE-TRF
           ELSE
              PERFORM H883-REJECT-TRANSFER
           END-IF.
       H890-END. EXIT.

       H891-WRITE-WAREHOUSE-TRF.
           MOVE 'T'             TO WHN-KIND
           MOVE WS-EFF-DATE     TO WHN-EFF-DATE
           MOVE 'TRFR'          TO WHN-BRANCH
           MOVE 0               TO WHN-BATCH
           MOVE WS-TRF-REC-NUM  TO WHN-ITEM
           MOVE SPACES          TO WHN-SUBMIT
           MOVE WS-TRF-FROM-ID  TO WHN-ID
           MOVE WS-TRF-FROM-DVZ TO WHN-DVZ
           MOVE WS-TRF-TO-ID    TO WHN-TO-ID
           MOVE WS-TRF-TO-DVZ   TO WHN-TO-DVZ
           MOVE WS-TRF-AMT      TO WHN-AMT
           MOVE TRF-REF         TO WHN-REF
           MOVE WS-BUS-DATE     TO WHN-IN-DATE
           PERFORM H257-WRITE-WHSOUT
           ADD 1 TO WS-CNT-TRF-WHSED.
       H891-END. EXIT.

      *    One-page proof that records in equal records out.  Every
      *    count is accumulated at the moment the event happens, and
      *    the three equations prove the day's work end to end.  An
              END-STRING
              WRITE RCN-REC
           END-IF
           IF WS-ADJ-BATCH-OK AND WS-ADJ-HELD
              MOVE SPACES TO RCN-REC
              STRING 'ADJ BATCH HELD FOR APPROVAL: '
                                            DELIMITED BY SIZE
                     WS-ADJ-BRANCH          DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     WS-ADJ-BATCH-NO        DELIMITED BY SIZE
                     ' SUBMITTED BY '       DELIMITED BY SIZE
                     WS-ADJ-SUBMIT          DELIMITED BY SIZE
                 INTO RCN-REC
              END-STRING
              WRITE RCN-REC
           END-IF
           IF WS-ADJ-BATCH-OK AND WS-ADJ-APPROVED
              MOVE SPACES TO RCN-REC
              STRING 'ADJ BATCH POSTED UNDER APPROVAL: '
                                            DELIMITED BY SIZE
                     WS-ADJ-BRANCH          DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     WS-ADJ-BATCH-NO        DELIMITED BY SIZE
                     ' APPROVED BY '        DELIMITED BY SIZE
                     WS-ADJ-APPROVER        DELIMITED BY SIZE
                 INTO RCN-REC
              END-STRING
              WRITE RCN-REC
           END-IF
           IF WS-RECON-BAD
              DISPLAY 'RECONCILIATION OUT OF BALANCE - SEE RECFILE'
              IF RETURN-CODE < 8
           MOVE 'REJECTS - BAD MINOR UNITS' TO RCN-LABEL-O
           MOVE WS-CNT-ADJ-BADMINOR TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'REJECTS - ACCOUNT FROZEN' TO RCN-LABEL-O
           MOVE WS-CNT-ADJ-FROZEN TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'ADJUSTMENTS HELD FOR APPROVAL' TO RCN-LABEL-O
           MOVE WS-CNT-ADJ-HELD TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'ADJUSTMENTS WAREHOUSED' TO RCN-LABEL-O
           MOVE WS-CNT-ADJ-WHSED TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'HELD ADJUSTMENTS BROUGHT FORWARD' TO RCN-LABEL-O
           MOVE WS-CNT-HBT-IN TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'HELD ADJUSTMENTS RELEASED' TO RCN-LABEL-O
           MOVE WS-CNT-HBT-REL TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'HELD ADJUSTMENTS CARRIED FORWARD' TO RCN-LABEL-O
           MOVE WS-CNT-HBT-CARRIED TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'HELD ADJUSTMENTS DROPPED' TO RCN-LABEL-O
           MOVE WS-CNT-HBT-DROPPED TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'HBTOUT ADJUSTMENTS WRITTEN' TO RCN-LABEL-O
           MOVE WS-CNT-HBT-OUT TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'TRANSFERS READ' TO RCN-LABEL-O
           MOVE WS-CNT-TRF-READ TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'TRANSFERS REJECTED' TO RCN-LABEL-O
           MOVE WS-CNT-TRF-REJECTED TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE '  OF WHICH ACCOUNT FROZEN' TO RCN-LABEL-O
           MOVE WS-CNT-TRF-FROZEN TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'TRANSFERS WAREHOUSED' TO RCN-LABEL-O
           MOVE WS-CNT-TRF-WHSED TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'WAREHOUSE ITEMS BROUGHT FORWARD' TO RCN-LABEL-O
           MOVE WS-CNT-WHS-IN TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'WAREHOUSE ITEMS CANCELLED' TO RCN-LABEL-O
           MOVE WS-CNT-WHS-CANCEL TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'WAREHOUSE ADJUSTMENTS RELEASED' TO RCN-LABEL-O
           MOVE WS-CNT-WHS-ADJ-REL TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'WAREHOUSE TRANSFERS RELEASED' TO RCN-LABEL-O
           MOVE WS-CNT-WHS-TRF-REL TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'WAREHOUSE ITEMS CARRIED FORWARD' TO RCN-LABEL-O
           MOVE WS-CNT-WHS-CARRIED TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'WHSOUT ITEMS WRITTEN' TO RCN-LABEL-O
           MOVE WS-CNT-WHS-OUT TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'WAREHOUSE CANCELS READ' TO RCN-LABEL-O
           MOVE WS-CNT-WCN-READ TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE '  OF WHICH NOT APPLIED' TO RCN-LABEL-O
           MOVE WS-CNT-WCN-UNMATCHED TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'SUSPENSE ITEMS RE-DRIVEN' TO RCN-LABEL-O
           MOVE WS-CNT-SUS-IN TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'SUSPENSE ITEMS WRITTEN OFF' TO RCN-LABEL-O
           MOVE WS-CNT-SUS-FINAL TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'SUSPENSE ITEMS HELD - FROZEN' TO RCN-LABEL-O
           MOVE WS-CNT-SUS-FROZEN TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'ACCOUNT HOLDS ACTIVE' TO RCN-LABEL-O
           MOVE WS-CNT-HLD-ACTIVE TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'ACCOUNT HOLDS LAPSED' TO RCN-LABEL-O
           MOVE WS-CNT-HLD-LAPSED TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'OUT-FILE DETAIL LINES' TO RCN-LABEL-O
           MOVE WS-CNT-OUT-DETAIL TO RCN-VALUE-O
           WRITE RCN-REC FROM RCN-COUNT-LINE
           MOVE 'INPFILE READS = IDX MATCHES + NOT FOUND'
             TO RCN-EQU-LABEL-O
           PERFORM H930-JUDGE-EQUATION
           COMPUTE WS-RECON-ACTUAL = WS-CNT-ADJ-READ
              + WS-CNT-WHS-ADJ-REL + WS-CNT-HBT-REL
           COMPUTE WS-RECON-EXPECT = WS-CNT-ADJ-APPLIED
              + WS-CNT-ADJ-EXCEPT + WS-CNT-ADJ-NOTFND
              + WS-CNT-ADJ-BADMINOR + WS-CNT-ADJ-FROZEN
              + WS-CNT-ADJ-WHSED
           MOVE 'ADJ READ+RLSD = APPL+EXC+NF+MINOR+FRZN+WHSD'
             TO RCN-EQU-LABEL-O
           PERFORM H930-JUDGE-EQUATION
           COMPUTE WS-RECON-ACTUAL = WS-CNT-TRF-READ
              + WS-CNT-WHS-TRF-REL
           COMPUTE WS-RECON-EXPECT = WS-CNT-TRF-APPLIED
              + WS-CNT-TRF-REJECTED + WS-CNT-TRF-WHSED
           MOVE 'TRF READ+RLSD = APPLIED + REJECTED + WHSD'
             TO RCN-EQU-LABEL-O
           PERFORM H930-JUDGE-EQUATION
           MOVE WS-CNT-WHS-IN TO WS-RECON-ACTUAL
           COMPUTE WS-RECON-EXPECT = WS-CNT-WHS-ADJ-REL
              + WS-CNT-WHS-TRF-REL + WS-CNT-WHS-CANCEL
              + WS-CNT-WHS-CARRIED
           MOVE 'WHS IN = RELEASED + CANCELLED + CARRIED'
             TO RCN-EQU-LABEL-O
           PERFORM H930-JUDGE-EQUATION
           MOVE WS-CNT-WHS-OUT TO WS-RECON-ACTUAL
           COMPUTE WS-RECON-EXPECT = WS-CNT-WHS-CARRIED
              + WS-CNT-ADJ-WHSED + WS-CNT-TRF-WHSED
           MOVE 'WHSOUT = CARRIED + ADJ WHSD + TRF WHSD'
             TO RCN-EQU-LABEL-O
           PERFORM H930-JUDGE-EQUATION
           MOVE WS-CNT-HBT-IN TO WS-RECON-ACTUAL
           COMPUTE WS-RECON-EXPECT = WS-CNT-HBT-REL
              + WS-CNT-HBT-CARRIED + WS-CNT-HBT-DROPPED
           MOVE 'HELD IN = RELEASED + CARRIED + DROPPED'
             TO RCN-EQU-LABEL-O
           PERFORM H930-JUDGE-EQUATION
           MOVE WS-CNT-HBT-OUT TO WS-RECON-ACTUAL
           COMPUTE WS-RECON-EXPECT = WS-CNT-HBT-CARRIED
              + WS-CNT-ADJ-HELD
           MOVE 'HBTOUT = HELD CARRIED + ADJ HELD'
             TO RCN-EQU-LABEL-O
           PERFORM H930-JUDGE-EQUATION
           MOVE WS-CNT-SUS-IN TO WS-RECON-ACTUAL
           COMPUTE WS-RECON-EXPECT = WS-CNT-SUS-POSTED
              + WS-CNT-SUS-RECYCLED + WS-CNT-SUS-FINAL
              + WS-CNT-SUS-FROZEN
           MOVE 'SUS IN = POSTED+RECYCLED+WRITTEN OFF+FROZEN'
             TO RCN-EQU-LABEL-O
           PERFORM H930-JUDGE-EQUATION
           MOVE WS-CNT-OUT-DETAIL TO WS-RECON-ACTUAL
           WRITE RCN-REC FROM RCN-EQU-LINE.
       H930-END. EXIT.

      *    WHSOUT is closed and read back, so the listing and the
      *    maturity ladder show exactly what tomorrow's run will
      *    bring forward.  A cancel that found nothing to pull, or
      *    could not be read, ends the run with RETURN-CODE 4.
       H940-WRITE-WAREHOUSE-REPORT.
           CLOSE WHN-FILE
           MOVE 'N' TO WS-WHN-OPEN-SW
           OPEN OUTPUT WHR-FILE
           IF NOT WHR-FILE-SUCCESS
              DISPLAY 'UNABLE TO OPEN WHSRPT: ' ST-WHR
              MOVE ST-WHR TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           MOVE WS-BUS-DATE TO WHR-BUS-DATE-O
           MOVE WS-RUN-DATE TO WHR-RUN-DATE-O
           MOVE WS-RUN-TIME TO WHR-RUN-TIME-O
           WRITE WHR-REC FROM WHR-TITLE-LINE
           MOVE SPACES TO WHR-REC
           WRITE WHR-REC
           MOVE 'CANCELS' TO WHR-REC
           WRITE WHR-REC
           IF WS-WCN-COUNT = 0
              MOVE 'NO CANCELS RECEIVED' TO WHR-REC
              WRITE WHR-REC
           ELSE
              WRITE WHR-REC FROM WCN-HEADER-1
              PERFORM VARYING WS-WCN-IDX FROM 1 BY 1
                 UNTIL WS-WCN-IDX > WS-WCN-COUNT
                 PERFORM H941-WRITE-CANCEL-LINE
              END-PERFORM
           END-IF
           MOVE SPACES TO WHR-REC
           WRITE WHR-REC
           MOVE 'WAREHOUSED ITEMS' TO WHR-REC
           WRITE WHR-REC
           WRITE WHR-REC FROM WHI-HEADER-1
           MOVE 0 TO WS-WLD-COUNT
           MOVE 0 TO WS-WCT-COUNT
           OPEN INPUT WHN-FILE
           IF WHN-FILE-SUCCESS
              MOVE 'Y' TO WS-WHN-OPEN-SW
              PERFORM H942-READ-NEXT-WHSOUT UNTIL WHN-FILE-EOF
              CLOSE WHN-FILE
              MOVE 'N' TO WS-WHN-OPEN-SW
           END-IF
           MOVE SPACES TO WHR-REC
           WRITE WHR-REC
           MOVE 'MATURITY LADDER' TO WHR-REC
           WRITE WHR-REC
           WRITE WHR-REC FROM WLD-HEADER-1
           PERFORM VARYING WS-WLD-IDX FROM 1 BY 1
              UNTIL WS-WLD-IDX > WS-WLD-COUNT
              MOVE WS-WLD-EFF(WS-WLD-IDX)   TO WLD-EFF-O
              MOVE WS-WLD-DVZ(WS-WLD-IDX)   TO WLD-DVZ-O
              MOVE WS-WLD-ITEMS(WS-WLD-IDX) TO WLD-ITEMS-O
              MOVE WS-WLD-ADJ(WS-WLD-IDX)   TO WLD-ADJ-O
              MOVE WS-WLD-TRF(WS-WLD-IDX)   TO WLD-TRF-O
              COMPUTE WLD-TOTAL-O = WS-WLD-ADJ(WS-WLD-IDX)
                 + WS-WLD-TRF(WS-WLD-IDX)
              WRITE WHR-REC FROM WLD-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO WHR-REC
           WRITE WHR-REC
           MOVE 'CURRENCY TOTALS' TO WHR-REC
           WRITE WHR-REC
           WRITE WHR-REC FROM WLD-HEADER-1
           PERFORM VARYING WS-WCT-IDX FROM 1 BY 1
              UNTIL WS-WCT-IDX > WS-WCT-COUNT
              MOVE 'TOTAL'                  TO WLD-EFF-O
              MOVE WS-WCT-DVZ(WS-WCT-IDX)   TO WLD-DVZ-O
              MOVE WS-WCT-ITEMS(WS-WCT-IDX) TO WLD-ITEMS-O
              MOVE WS-WCT-ADJ(WS-WCT-IDX)   TO WLD-ADJ-O
              MOVE WS-WCT-TRF(WS-WCT-IDX)   TO WLD-TRF-O
              COMPUTE WLD-TOTAL-O = WS-WCT-ADJ(WS-WCT-IDX)
                 + WS-WCT-TRF(WS-WCT-IDX)
              WRITE WHR-REC FROM WLD-DETAIL-LINE
           END-PERFORM
           CLOSE WHR-FILE
           IF WS-CNT-WCN-UNMATCHED > 0
              DISPLAY WS-CNT-WCN-UNMATCHED
                      ' WAREHOUSE CANCELS NOT APPLIED - SEE WHSRPT'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H940-END. EXIT.

       H941-WRITE-CANCEL-LINE.
           MOVE SPACES TO WCN-ID-O WCN-DVZ-O WCN-EFF-O
           MOVE 0      TO WCN-AMT-O
           EVALUATE WS-WCN-KIND(WS-WCN-IDX)
              WHEN 'A'
                 MOVE 'ADJ' TO WCN-KIND-O
              WHEN 'T'
                 MOVE 'TRF' TO WCN-KIND-O
              WHEN OTHER
                 MOVE WS-WCN-KIND(WS-WCN-IDX) TO WCN-KIND-O
           END-EVALUATE
           MOVE WS-WCN-BRANCH(WS-WCN-IDX) TO WCN-BRANCH-O
           MOVE WS-WCN-BATCH(WS-WCN-IDX)  TO WCN-BATCH-O
           MOVE WS-WCN-ITEM(WS-WCN-IDX)   TO WCN-ITEM-O
           MOVE WS-WCN-REF(WS-WCN-IDX)    TO WCN-REF-O
           MOVE WS-WCN-USER(WS-WCN-IDX)   TO WCN-USER-O
           EVALUATE TRUE
              WHEN WS-WCN-DONE(WS-WCN-IDX)
                 MOVE WS-WCN-ID(WS-WCN-IDX)  TO WCN-ID-O
                 MOVE WS-WCN-DVZ(WS-WCN-IDX) TO WCN-DVZ-O
                 MOVE WS-WCN-EFF(WS-WCN-IDX) TO WCN-EFF-O
                 MOVE WS-WCN-AMT(WS-WCN-IDX) TO WCN-AMT-O
                 MOVE 'CANCELLED'            TO WCN-RESULT-O
              WHEN WS-WCN-INVALID(WS-WCN-IDX)
                 MOVE 'INVALID CANCEL'       TO WCN-RESULT-O
                 ADD 1 TO WS-CNT-WCN-UNMATCHED
              WHEN OTHER
                 MOVE 'NOT IN WAREHOUSE'     TO WCN-RESULT-O
                 ADD 1 TO WS-CNT-WCN-UNMATCHED
           END-EVALUATE
           WRITE WHR-REC FROM WCN-DETAIL-LINE.
       H941-END. EXIT.

       H942-READ-NEXT-WHSOUT.
           READ WHN-FILE.
           IF (NOT WHN-FILE-SUCCESS) AND (NOT WHN-FILE-EOF)
           DISPLAY 'UNABLE TO READ WHSOUT: ' ST-WHN
           MOVE ST-WHN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT WHN-FILE-EOF)
           IF WHN-TRANSFER
              MOVE 'TRF'          TO WHI-KIND-O
              MOVE WHN-TO-ID      TO WHI-TO-ID-O
              MOVE WHN-TO-DVZ     TO WHI-TO-DVZ-O
           ELSE
              MOVE 'ADJ'          TO WHI-KIND-O
              MOVE SPACES         TO WHI-TO-ID-O WHI-TO-DVZ-O
           END-IF
           MOVE WHN-EFF-DATE      TO WHI-EFF-O
           MOVE WHN-BRANCH        TO WHI-BRANCH-O
           MOVE WHN-BATCH         TO WHI-BATCH-O
           MOVE WHN-ITEM          TO WHI-ITEM-O
           MOVE WHN-REF           TO WHI-REF-O
           MOVE WHN-ID            TO WHI-ID-O
           MOVE WHN-DVZ           TO WHI-DVZ-O
           MOVE WHN-AMT           TO WHI-AMT-O
           MOVE WHN-IN-DATE       TO WHI-IN-DATE-O
           WRITE WHR-REC FROM WHI-DETAIL-LINE
           PERFORM H943-ADD-TO-LADDER
           PERFORM H944-ADD-TO-CCY-TOTAL
           END-IF.
       H942-END. EXIT.

      *    The ladder is kept in effective date then currency order
      *    by opening a slot at the right place for each new pair.
       H943-ADD-TO-LADDER.
           MOVE 'N' TO WS-WLD-FOUND-SW
           MOVE 0 TO WS-WLD-POS
           PERFORM VARYING WS-WLD-IDX FROM 1 BY 1
              UNTIL WS-WLD-IDX > WS-WLD-COUNT
              IF WS-WLD-EFF(WS-WLD-IDX) = WHN-EFF-DATE
                 AND WS-WLD-DVZ(WS-WLD-IDX) = WHN-DVZ
                 MOVE 'Y' TO WS-WLD-FOUND-SW
                 SET WS-WLD-POS TO WS-WLD-IDX
                 EXIT PERFORM
              END-IF
              IF WS-WLD-EFF(WS-WLD-IDX) > WHN-EFF-DATE
                 OR (WS-WLD-EFF(WS-WLD-IDX) = WHN-EFF-DATE
                     AND WS-WLD-DVZ(WS-WLD-IDX) > WHN-DVZ)
                 SET WS-WLD-POS TO WS-WLD-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-WLD-FOUND
              IF WS-WLD-COUNT < WS-WLD-MAX
                 IF WS-WLD-POS = 0
                    COMPUTE WS-WLD-POS = WS-WLD-COUNT + 1
                 END-IF
                 PERFORM VARYING WS-WLD-SHIFT FROM WS-WLD-COUNT BY -1
                    UNTIL WS-WLD-SHIFT < WS-WLD-POS
                    MOVE WS-WLD-ENTRY(WS-WLD-SHIFT)
                      TO WS-WLD-ENTRY(WS-WLD-SHIFT + 1)
                 END-PERFORM
                 ADD 1 TO WS-WLD-COUNT
                 MOVE WHN-EFF-DATE TO WS-WLD-EFF(WS-WLD-POS)
                 MOVE WHN-DVZ      TO WS-WLD-DVZ(WS-WLD-POS)
                 MOVE 0            TO WS-WLD-ITEMS(WS-WLD-POS)
                 MOVE 0            TO WS-WLD-ADJ(WS-WLD-POS)
                 MOVE 0            TO WS-WLD-TRF(WS-WLD-POS)
                 MOVE 'Y' TO WS-WLD-FOUND-SW
              ELSE
                 DISPLAY 'WS-WLD-TABLE FULL AT ' WS-WLD-MAX
                         ' - MATURITY LADDER INCOMPLETE'
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           IF WS-WLD-FOUND
              ADD 1 TO WS-WLD-ITEMS(WS-WLD-POS)
              IF WHN-TRANSFER
                 ADD WHN-AMT TO WS-WLD-TRF(WS-WLD-POS)
              ELSE
                 ADD WHN-AMT TO WS-WLD-ADJ(WS-WLD-POS)
              END-IF
           END-IF.
       H943-END. EXIT.

       H944-ADD-TO-CCY-TOTAL.
           MOVE 'N' TO WS-WCT-FOUND-SW
           PERFORM VARYING WS-WCT-IDX FROM 1 BY 1
              UNTIL WS-WCT-IDX > WS-WCT-COUNT
              IF WS-WCT-DVZ(WS-WCT-IDX) = WHN-DVZ
                 MOVE 'Y' TO WS-WCT-FOUND-SW
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF NOT WS-WCT-FOUND
              IF WS-WCT-COUNT < WS-WCT-MAX
                 ADD 1 TO WS-WCT-COUNT
                 SET WS-WCT-IDX TO WS-WCT-COUNT
                 MOVE WHN-DVZ TO WS-WCT-DVZ(WS-WCT-IDX)
                 MOVE 0       TO WS-WCT-ITEMS(WS-WCT-IDX)
                 MOVE 0       TO WS-WCT-ADJ(WS-WCT-IDX)
                 MOVE 0       TO WS-WCT-TRF(WS-WCT-IDX)
                 MOVE 'Y' TO WS-WCT-FOUND-SW
              ELSE
                 DISPLAY 'WS-WCT-TABLE FULL AT ' WS-WCT-MAX
                         ' - CURRENCY TOTALS INCOMPLETE'
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           IF WS-WCT-FOUND
              ADD 1 TO WS-WCT-ITEMS(WS-WCT-IDX)
              IF WHN-TRANSFER
                 ADD WHN-AMT TO WS-WCT-TRF(WS-WCT-IDX)
              ELSE
                 ADD WHN-AMT TO WS-WCT-ADJ(WS-WCT-IDX)
              END-IF
           END-IF.
       H944-END. EXIT.

       H990-RUNCTL-END.
           IF WS-RC-STARTED
              MOVE 'N' TO WS-RC-STARTED-SW
           CLOSE JRN-FILE.
           CLOSE SNW-FILE.
           CLOSE FRJ-FILE.
           IF WS-WHN-OPEN
              CLOSE WHN-FILE
           END-IF.
           CLOSE HBN-FILE.
           IF WS-ORPHAN-SWEEP-ON
              CLOSE ORP-FILE
           END-IF.
