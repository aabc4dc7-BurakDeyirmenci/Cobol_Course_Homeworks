      *--------------------------------------------------------------
      *  HLDREC - account hold / lien record.  HLDFILE is kept in
      *  IDX-KEY order (account id + numeric currency code, then
      *  HLD-REF) and is maintained only by HLDMNT, which carries it
      *  forward run over run as HLDOUT - the same swap SUSFILE and
      *  SUSOUT use.  FILTER01 and ACCTINQ read it back.
      *  HLD-TYPE 'F' freezes the account outright: nothing posts to
      *  it, credit or debit, while the hold is active.  Every other
      *  type is a lien that sets HLD-AMT aside, so a debit is
      *  checked against the available balance - IDX-BALANCE less
      *  the sum of the account's active liens.
      *  HLD-EXPIRY is a yyyymmdd business date; the hold is active
      *  up to and including that day and lapses after it.  Zero
      *  means the hold stays until it is released.  All fields are
      *  DISPLAY with two implied minor-unit places on HLD-AMT.
      *--------------------------------------------------------------
         01  HLD-REC.
           05 HLD-ID         PIC 9(5).
           05 HLD-DVZ        PIC 9(3).
           05 HLD-REF        PIC X(12).
           05 HLD-TYPE       PIC X(1).
              88 HLD-FREEZE                     VALUE 'F'.
              88 HLD-COURT-ORDER                VALUE 'C'.
              88 HLD-CARD-DISPUTE               VALUE 'D'.
              88 HLD-LOAN-GUARANTEE             VALUE 'G'.
              88 HLD-OTHER-LIEN                 VALUE 'O'.
              88 HLD-VALID-TYPE       VALUE 'F' 'C' 'D' 'G' 'O'.
           05 HLD-AMT        PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 HLD-REASON     PIC X(20).
           05 HLD-PLACED     PIC 9(8).
           05 HLD-EXPIRY     PIC 9(8).
