      *--------------------------------------------------------------
      *  CUSREC - record layout of the CUSFILE customer master, keyed
      *  on CUS-NO.  One record per customer, whatever number of
      *  accounts and currencies they hold; the accounts themselves
      *  are tied to the customer through the RELFILE account
      *  relationship file (see RELREC).  Maintained by CUSMNT.
      *  CUS-ADDR-1 to CUS-COUNTRY form the mailing address printed
      *  on the consolidated statement.  CUS-BIRTH-DATE is the date
      *  of birth of a person, or the date of incorporation of a
      *  business customer, as yyyymmdd.  CUS-COUNTRY is the ISO
      *  3166 alpha-2 country code.
      *--------------------------------------------------------------
         01  CUS-REC.
           05 CUS-NO         PIC 9(7).
           05 CUS-NAME       PIC X(30).
           05 CUS-ADDR-1     PIC X(30).
           05 CUS-ADDR-2     PIC X(30).
           05 CUS-CITY       PIC X(20).
           05 CUS-POSTCODE   PIC X(10).
           05 CUS-COUNTRY    PIC X(2).
           05 CUS-TAX-ID     PIC X(15).
           05 CUS-BIRTH-DATE PIC 9(8).
           05 CUS-SEGMENT    PIC X(1).
              88 CUS-RETAIL                     VALUE 'R'.
              88 CUS-PRIVATE                    VALUE 'P'.
              88 CUS-BUSINESS                   VALUE 'B'.
              88 CUS-SEGMENT-VALID              VALUE 'R' 'P' 'B'.
           05 CUS-PHONE      PIC X(20).
           05 CUS-EMAIL      PIC X(40).
           05 CUS-OPEN-DATE  PIC 9(8).
           05 CUS-AMEND-DATE PIC 9(8).
