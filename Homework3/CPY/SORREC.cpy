      *--------------------------------------------------------------
      *  SORREC - standing-order master record.  SORFILE is kept in
      *  SOR-ORDER-NO order and is read by SORSCH01, which carries it
      *  forward run over run as SOROUT - the same swap SUSFILE and
      *  SUSOUT use.  Each order moves SOR-AMT from the from-key to
      *  the to-key (both IDX-KEY: account id plus numeric currency
      *  code) through the FILTER01 TRFFILE transfer path.
      *  SOR-FREQ is W weekly, M monthly or Q quarterly.  SOR-DAY is
      *  the day of the month a monthly or quarterly order is meant
      *  to fall on; when it is past the end of a short month the
      *  order falls on that month's last day instead, and returns
      *  to SOR-DAY the month after.  Zero means take the day from
      *  SOR-NEXT-DUE the first time the order is scheduled.
      *  SOR-NEXT-DUE is the nominal yyyymmdd due date; an order due
      *  on a weekend or a HOLFILE holiday is paid on the following
      *  business day but keeps its nominal date for the roll.
      *  SOR-END-DATE is the last date the order may fall due; zero
      *  means it runs until cancelled.  SOR-STATUS 'S' suspends the
      *  order: due dates still roll on, but nothing is paid.
      *  SOR-LAST-DATE is the business date of the last transfer
      *  generated.  SOR-AMT carries two implied minor-unit places.
      *--------------------------------------------------------------
         01  SOR-REC.
           05 SOR-ORDER-NO   PIC 9(6).
           05 SOR-FROM-ID    PIC 9(5).
           05 SOR-FROM-DVZ   PIC 9(3).
           05 SOR-TO-ID      PIC 9(5).
           05 SOR-TO-DVZ     PIC 9(3).
           05 SOR-AMT        PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 SOR-FREQ       PIC X(1).
              88 SOR-WEEKLY                     VALUE 'W'.
              88 SOR-MONTHLY                    VALUE 'M'.
              88 SOR-QUARTERLY                  VALUE 'Q'.
              88 SOR-VALID-FREQ             VALUE 'W' 'M' 'Q'.
           05 SOR-DAY        PIC 9(2).
           05 SOR-NEXT-DUE   PIC 9(8).
           05 SOR-END-DATE   PIC 9(8).
           05 SOR-REF        PIC X(12).
           05 SOR-STATUS     PIC X(1).
              88 SOR-ACTIVE                     VALUE ' '.
              88 SOR-SUSPENDED                  VALUE 'S'.
           05 SOR-LAST-DATE  PIC 9(8).
