      *--------------------------------------------------------------
      *  RELREC - record layout of the RELFILE account relationship
      *  file.  One record links one customer (CUS-NO on CUSFILE) to
      *  one account (IDX-KEY on IDXFILE); an account held jointly
      *  has one record per owner.  REL-KEY is the record key, so a
      *  customer's accounts are read by a START on the customer
      *  number; REL-ACCT-KEY is an alternate key with duplicates,
      *  so an account's owners are read by a START on the account.
      *  REL-ROLE is the owner's standing on the account:
      *    P - primary owner (one per account; the owner ACCTMNT
      *        opened the account for)
      *    J - joint owner
      *    S - authorised signatory, not an owner
      *  REL-LINK-DATE is the business date the link was made.
      *--------------------------------------------------------------
         01  REL-REC.
           05 REL-KEY.
              07 REL-CUS-NO  PIC 9(7).
              07 REL-ACCT-KEY.
                 09 REL-ID   PIC 9(5).
                 09 REL-DVZ  PIC 9(3).
           05 REL-ROLE       PIC X(1).
              88 REL-PRIMARY                    VALUE 'P'.
              88 REL-JOINT                      VALUE 'J'.
              88 REL-SIGNATORY                  VALUE 'S'.
              88 REL-ROLE-VALID                 VALUE 'P' 'J' 'S'.
           05 REL-LINK-DATE  PIC 9(8).
