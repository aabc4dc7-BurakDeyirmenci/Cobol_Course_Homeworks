      *--------------------------------------------------------------
      *  OBRREC - outbound clearing payment register.  CLROUT01
      *  appends one entry for every payment it debits and sends,
      *  and carries the register forward run over run as OBRFILE
      *  to OBROUT - the same swap SUSFILE and SUSOUT use - so a
      *  clearing return arriving on a later day can be matched back
      *  to the payment by OBR-REF and credited to the account it
      *  was taken from.
      *  OBR-STATUS is 'S' while the payment stands as sent and 'R'
      *  once a return has been credited back (OBR-RTN-DATE is the
      *  business date of that credit).  OBR-SENT-DATE and OBR-BATCH
      *  name the business date and the ADJFILE batch the debit went
      *  out in.  OBR-AMT carries two implied minor-unit places.
      *--------------------------------------------------------------
         01  OBR-REC.
           05 OBR-REF        PIC X(16).
           05 OBR-ID         PIC 9(5).
           05 OBR-DVZ        PIC 9(3).
           05 OBR-AMT        PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 OBR-BEN-BANK   PIC X(11).
           05 OBR-BEN-ACCT   PIC X(26).
           05 OBR-VALUE-DATE PIC 9(8).
           05 OBR-SENT-DATE  PIC 9(8).
           05 OBR-BATCH      PIC 9(6).
           05 OBR-STATUS     PIC X(1).
              88 OBR-SENT                       VALUE 'S'.
              88 OBR-RETURNED                   VALUE 'R'.
           05 OBR-RTN-DATE   PIC 9(8).
