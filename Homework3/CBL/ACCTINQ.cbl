      *  Consolidated single-account inquiry for the help desk: one
      *  run answers "where is my money" across everything the
      *  system knows about an account:
      *      ACCTINQ ACCT=nnnnn DVZ=nnn BUSDATE=yyyymmdd
      *  The INQRPT output shows, in one readable page,
      *    - the current IDX-REC (name, date, balance with the
      *      CURRTAB currency symbol), or that the account is not
      *      on the master,
      *    - every HLDFILE hold or lien active on the business date
      *      (BUSDATE, defaulting to the run date) and the available
      *      balance - the balance less active liens, or nil while
      *      the account is frozen,
      *    - the most recent JRNFILE postings (up to the last 10,
      *      oldest first) with batch and reference,
      *    - any SUSFILE item still waiting, with its SUS-RETRY
      *      count and the runs remaining before the write-off
      *      limit,
      *    - any FRJFILE final rejection with its reason.
      *  When the CUSFILE customer master and RELFILE account
      *  relationships are on hand, the master section also lists
      *  every customer linked to the account with their role.
      *  The help desk can answer by customer number instead:
      *      ACCTINQ CUST=nnnnnnn BUSDATE=yyyymmdd
      *  prints the customer's details and mailing address, one
      *  summary line per account linked to the customer (any
      *  currency, any role), then the full account inquiry above
      *  for each of those accounts in turn.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                            STATUS ST-FRJ.
           SELECT RPT-FILE  ASSIGN TO INQRPT
                            STATUS ST-RPT.
           SELECT HLD-FILE  ASSIGN TO HLDFILE
                            STATUS ST-HLD.
           SELECT CUS-FILE  ASSIGN TO CUSFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY CUS-NO
                            STATUS ST-CUS.
           SELECT REL-FILE  ASSIGN TO RELFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY REL-KEY
                            ALTERNATE RECORD KEY REL-ACCT-KEY
                               WITH DUPLICATES
                            STATUS ST-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           05 FRJ-RETRY      PIC X(2).
           05 FILLER         PIC X(1).
           05 FRJ-REASON     PIC X(20).
           05 FILLER         PIC X(1).
           05 FRJ-BRANCH     PIC X(4).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC           PIC X(80).
       FD  HLD-FILE RECORDING MODE F.
           COPY HLDREC.
       FD  CUS-FILE.
           COPY CUSREC.
       FD  REL-FILE.
           COPY RELREC.
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-IDX         PIC 9(2).
              88 FRJ-FILE-SUCCESS               VALUE 0 97.
           05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
           05 ST-HLD         PIC 9(2).
              88 HLD-FILE-EOF                   VALUE 10.
              88 HLD-FILE-SUCCESS               VALUE 0 97.
           05 ST-CUS         PIC 9(2).
              88 CUS-FILE-SUCCESS               VALUE 0 97.
      *    Status 02 is a successful read that found another record
      *    with the same alternate key.
           05 ST-REL         PIC 9(2).
              88 REL-FILE-SUCCESS               VALUE 0 2 97.
              88 REL-FILE-EOF                   VALUE 10.

      *    -- selected account
           05 WS-SEL-ID            PIC 9(5) VALUE 0.
           05 WS-SEL-DVZ-GIVEN-SW  PIC X VALUE 'N'.
              88 WS-SEL-DVZ-GIVEN         VALUE 'Y'.

      *    -- selected customer.  The customer files are optional on
      *    an account inquiry; without them the owner list is left
      *    out.
           05 WS-SEL-CUS-NO        PIC 9(7) VALUE 0.
           05 WS-SEL-CUS-GIVEN-SW  PIC X VALUE 'N'.
              88 WS-SEL-CUS-GIVEN         VALUE 'Y'.
           05 WS-CIF-OPEN-SW       PIC X VALUE 'N'.
              88 WS-CIF-OPEN              VALUE 'Y'.
           05 WS-SCAN-DONE-SW      PIC X VALUE 'N'.
              88 WS-SCAN-DONE             VALUE 'Y'.
           05 WS-OWNER-COUNT       PIC 9(5) VALUE 0.
           05 WS-ROLE-WORK         PIC X(1).
           05 WS-ROLE-TEXT         PIC X(9).

      *    -- accounts linked to the selected customer, gathered from
      *    RELFILE before any account is inquired on
           05 WS-LNK-MAX           PIC 9(3) VALUE 50.
           05 WS-LNK-COUNT         PIC 9(3) VALUE 0.
           05 WS-LNK-TABLE.
              10 WS-LNK-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-LNK-IDX.
                 15 WS-LNK-ID      PIC 9(5).
                 15 WS-LNK-DVZ     PIC 9(3).
                 15 WS-LNK-ROLE    PIC X(1).

      *    -- suspense write-off limit; keep in step with
      *    WS-SUS-RETRY-MAX in FILTER01
           05 WS-SUS-RETRY-MAX     PIC 9(2) VALUE 5.
              88 WS-FRJ-FOUND             VALUE 'Y'.
           05 WS-SUS-AMT           PIC S9(13)V99.

      *    -- holds and available balance.  A hold is active through
      *    its expiry date; an expired one has lapsed even if HLDMNT
      *    has not yet dropped it from HLDFILE.
           05 WS-BUS-DATE          PIC 9(8) VALUE 0.
           05 WS-RUN-DATE          PIC 9(8).
           05 WS-MASTER-FOUND-SW   PIC X VALUE 'N'.
              88 WS-MASTER-FOUND          VALUE 'Y'.
           05 WS-MASTER-BAL        PIC S9(13)V99 VALUE 0.
           05 WS-HLD-FOUND-SW      PIC X VALUE 'N'.
              88 WS-HLD-FOUND             VALUE 'Y'.
           05 WS-HLD-FROZEN-SW     PIC X VALUE 'N'.
              88 WS-HLD-FROZEN            VALUE 'Y'.
           05 WS-HLD-LIEN-TOTAL    PIC S9(13)V99 VALUE 0.
           05 WS-AVAIL-BAL         PIC S9(13)V99 VALUE 0.

      *    -- currency symbol lookup working storage
           05 WS-CURRENCY-SYM      PIC X(3).
           05 WS-CURR-FOUND-SW     PIC X VALUE 'N'.
         01  RPT-NOMASTER-LINE PIC X(44) VALUE
             'MASTER : ACCOUNT IS NOT ON THE MASTER FILE'.

         01  RPT-HLD-LINE.
           05  FILLER         PIC X(09) VALUE 'HOLD   : '.
           05  RPH-TYPE-O     PIC X(09).
           05  RPH-REF-O      PIC X(12).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RPH-AMT-O      PIC -(12)9.99.
           05  FILLER         PIC X(04) VALUE ' TO '.
           05  RPH-EXPIRY-O   PIC X(08).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RPH-REASON-O   PIC X(20).

         01  RPT-NOHLD-LINE   PIC X(40) VALUE
             'HOLD   : NO ACTIVE HOLDS ON THE ACCOUNT'.

         01  RPT-AVAIL-LINE.
           05  FILLER         PIC X(11) VALUE 'AVAILABLE: '.
           05  RPA-BAL-O      PIC -(12)9.99.
           05  FILLER         PIC X(16) VALUE ' AFTER LIENS OF '.
           05  RPA-LIEN-O     PIC -(12)9.99.

         01  RPT-FROZEN-LINE  PIC X(56) VALUE
             'AVAILABLE: NIL - ACCOUNT IS FROZEN, NOTHING WILL POST'.

         01  RPT-JRN-HEADER.
           05  FILLER         PIC X(08) VALUE 'Date    '.
           05  FILLER         PIC X(01) VALUE '|'.
         01  RPT-NOFRJ-LINE   PIC X(40) VALUE
             'FINAL REJECT: NONE ON FILE'.

         01  RPT-OWNER-LINE.
           05  FILLER         PIC X(09) VALUE 'OWNER  : '.
           05  RPO-CUS-NO-O   PIC 9(7).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RPO-ROLE-O     PIC X(9).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RPO-NAME-O     PIC X(30).

         01  RPT-NOOWNER-LINE PIC X(44) VALUE
             'OWNER  : NO CUSTOMER LINKED TO THE ACCOUNT'.

         01  RPT-CUS-TITLE-LINE.
           05  FILLER         PIC X(21)
                                VALUE 'CUSTOMER INQUIRY FOR '.
           05  RPC-CUS-NO-O   PIC 9(7).

         01  RPT-CUS-NAME-LINE.
           05  FILLER         PIC X(10) VALUE 'CUSTOMER: '.
           05  RPC-NAME-O     PIC X(30).
           05  FILLER         PIC X(09) VALUE ' SEGMENT '.
           05  RPC-SEGMENT-O  PIC X(8).

         01  RPT-CUS-ADDR-LINE.
           05  FILLER         PIC X(10) VALUE 'ADDRESS : '.
           05  RPC-ADDR-O     PIC X(30).

         01  RPT-CUS-CITY-LINE.
           05  FILLER         PIC X(10) VALUE 'ADDRESS : '.
           05  RPC-CITY-O     PIC X(20).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RPC-POSTCODE-O PIC X(10).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RPC-COUNTRY-O  PIC X(2).

         01  RPT-CUS-ID-LINE.
           05  FILLER         PIC X(10) VALUE 'TAX ID  : '.
           05  RPC-TAX-ID-O   PIC X(15).
           05  FILLER         PIC X(07) VALUE ' BIRTH '.
           05  RPC-BIRTH-O    PIC 9(8).
           05  FILLER         PIC X(14) VALUE ' CUSTOMER FROM'.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RPC-OPEN-O     PIC 9(8).

         01  RPT-CUS-CONTACT-LINE.
           05  FILLER         PIC X(10) VALUE 'CONTACT : '.
           05  RPC-PHONE-O    PIC X(20).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RPC-EMAIL-O    PIC X(40).

         01  RPT-NOCUS-LINE   PIC X(48) VALUE
             'CUSTOMER: CUSTOMER IS NOT ON THE CUSTOMER FILE'.

         01  RPT-LNK-LINE.
           05  FILLER         PIC X(10) VALUE 'ACCOUNT : '.
           05  RPL-ID-O       PIC 9(5).
           05  FILLER         PIC X(05) VALUE ' DVZ '.
           05  RPL-DVZ-O      PIC 9(3).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RPL-ROLE-O     PIC X(9).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RPL-BAL-O      PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RPL-STATUS-O   PIC X(13).

         01  RPT-NOLNK-LINE   PIC X(44) VALUE
             'ACCOUNT : NO ACCOUNTS LINKED TO THE CUSTOMER'.

         01  RPT-SEPARATOR-LINE PIC X(60) VALUE ALL '-'.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-PARSE-PARM
           PERFORM H080-EDIT-OPTIONS
           PERFORM H100-OPEN-FILES
           IF WS-SEL-CUS-GIVEN
              PERFORM H600-SHOW-CUSTOMER
           ELSE
              PERFORM H140-SHOW-ACCOUNT
           END-IF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

                 COMPUTE WS-SEL-DVZ =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
                 MOVE 'Y' TO WS-SEL-DVZ-GIVEN-SW
              WHEN 'CUST'
                 COMPUTE WS-SEL-CUS-NO =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
                 MOVE 'Y' TO WS-SEL-CUS-GIVEN-SW
              WHEN 'BUSDATE'
                 COMPUTE WS-BUS-DATE =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       H080-EDIT-OPTIONS.
           IF NOT (WS-SEL-ID-GIVEN AND WS-SEL-DVZ-GIVEN)
              AND NOT WS-SEL-CUS-GIVEN
              DISPLAY 'ACCT=NNNNN AND DVZ=NNN, OR CUST=NNNNNNN, '
                      'ARE REQUIRED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-BUS-DATE = 0
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
              MOVE WS-RUN-DATE TO WS-BUS-DATE
           END-IF.
       H080-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  JRN-FILE.
           OPEN INPUT  SUS-FILE.
           OPEN INPUT  FRJ-FILE.
           OPEN INPUT  HLD-FILE.
           OPEN INPUT  CUS-FILE.
           OPEN INPUT  REL-FILE.
           OPEN OUTPUT RPT-FILE.
           IF NOT IDX-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE 10 TO ST-FRJ
           END-IF.

           IF NOT HLD-FILE-SUCCESS
           MOVE 10 TO ST-HLD
           END-IF.

           IF CUS-FILE-SUCCESS AND REL-FILE-SUCCESS
           MOVE 'Y' TO WS-CIF-OPEN-SW
           END-IF.

           IF WS-SEL-CUS-GIVEN AND NOT WS-CIF-OPEN
           DISPLAY 'UNABLE TO OPEN CUSFILE/RELFILE: ' ST-CUS
                   '/' ST-REL
           MOVE 8 TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN INQRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           END-IF.
       H100-END. EXIT.

       H140-SHOW-ACCOUNT.
           PERFORM H150-WRITE-INQUIRY-TITLE
           PERFORM H200-SHOW-MASTER
           PERFORM H250-SHOW-HOLDS
           PERFORM H300-SHOW-JOURNAL
           PERFORM H400-SHOW-SUSPENSE
           PERFORM H500-SHOW-FINAL-REJECT.
       H140-END. EXIT.

       H150-WRITE-INQUIRY-TITLE.
           PERFORM H160-LOOKUP-CURRENCY
           MOVE WS-SEL-ID       TO RPT-ID-O
                WRITE RPT-REC FROM RPT-NOMASTER-LINE
                END-WRITE
             NOT INVALID KEY
                MOVE 'Y'         TO WS-MASTER-FOUND-SW
                MOVE IDX-BALANCE TO WS-MASTER-BAL
                MOVE IDX-NAME    TO RPM-NAME-O
                MOVE IDX-DATE    TO RPM-DATE-O
                MOVE IDX-BALANCE TO RPM-BAL-O
                WRITE RPT-REC FROM RPT-MASTER-LINE
           END-READ
           IF WS-CIF-OPEN
              PERFORM H210-SHOW-OWNERS
           END-IF.
       H200-END. EXIT.

      *    Every customer linked to the account, read on the
      *    RELFILE alternate key, with their role.
       H210-SHOW-OWNERS.
           MOVE 0 TO WS-OWNER-COUNT
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE WS-SEL-ID  TO REL-ID
           MOVE WS-SEL-DVZ TO REL-DVZ
           START REL-FILE KEY IS EQUAL TO REL-ACCT-KEY
             INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM H220-SHOW-NEXT-OWNER UNTIL WS-SCAN-DONE
           IF WS-OWNER-COUNT = 0
              WRITE RPT-REC FROM RPT-NOOWNER-LINE
           END-IF.
       H210-END. EXIT.

       H220-SHOW-NEXT-OWNER.
           READ REL-FILE NEXT RECORD.
           IF (NOT REL-FILE-SUCCESS) AND (NOT REL-FILE-EOF)
           DISPLAY 'UNABLE TO READ RELFILE: ' ST-REL
           MOVE ST-REL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF REL-FILE-EOF
              OR REL-ID NOT = WS-SEL-ID OR REL-DVZ NOT = WS-SEL-DVZ
              MOVE 'Y' TO WS-SCAN-DONE-SW
           ELSE
              ADD 1 TO WS-OWNER-COUNT
              MOVE REL-CUS-NO TO RPO-CUS-NO-O
              MOVE REL-ROLE   TO WS-ROLE-WORK
              PERFORM H630-ROLE-TEXT
              MOVE WS-ROLE-TEXT TO RPO-ROLE-O
              MOVE REL-CUS-NO TO CUS-NO
              READ CUS-FILE KEY CUS-NO
                INVALID KEY
                   MOVE '*** NOT ON CUSTOMER FILE ***' TO RPO-NAME-O
                NOT INVALID KEY
                   MOVE CUS-NAME TO RPO-NAME-O
              END-READ
              WRITE RPT-REC FROM RPT-OWNER-LINE
           END-IF.
       H220-END. EXIT.

      *    The available balance is only meaningful for an account
      *    on the master; the holds themselves are listed either way.
       H250-SHOW-HOLDS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           PERFORM H260-READ-NEXT-HOLD UNTIL HLD-FILE-EOF
           IF NOT WS-HLD-FOUND
              WRITE RPT-REC FROM RPT-NOHLD-LINE
           END-IF
           IF WS-MASTER-FOUND
              IF WS-HLD-FROZEN
                 WRITE RPT-REC FROM RPT-FROZEN-LINE
              ELSE
                 COMPUTE WS-AVAIL-BAL =
                    WS-MASTER-BAL - WS-HLD-LIEN-TOTAL
                 MOVE WS-AVAIL-BAL      TO RPA-BAL-O
                 MOVE WS-HLD-LIEN-TOTAL TO RPA-LIEN-O
                 WRITE RPT-REC FROM RPT-AVAIL-LINE
              END-IF
           END-IF.
       H250-END. EXIT.

       H260-READ-NEXT-HOLD.
           READ HLD-FILE.
           IF (NOT HLD-FILE-SUCCESS) AND (NOT HLD-FILE-EOF)
           DISPLAY 'UNABLE TO READ HLDFILE: ' ST-HLD
           MOVE ST-HLD TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT HLD-FILE-EOF)
           IF HLD-ID = WS-SEL-ID AND HLD-DVZ = WS-SEL-DVZ
              AND (HLD-EXPIRY = 0 OR HLD-EXPIRY NOT < WS-BUS-DATE)
              MOVE 'Y' TO WS-HLD-FOUND-SW
              EVALUATE TRUE
                 WHEN HLD-FREEZE
                    MOVE 'Y' TO WS-HLD-FROZEN-SW
                    MOVE 'FREEZE'    TO RPH-TYPE-O
                 WHEN HLD-COURT-ORDER
                    MOVE 'COURT'     TO RPH-TYPE-O
                 WHEN HLD-CARD-DISPUTE
                    MOVE 'DISPUTE'   TO RPH-TYPE-O
                 WHEN HLD-LOAN-GUARANTEE
                    MOVE 'GUARANTEE' TO RPH-TYPE-O
                 WHEN OTHER
                    MOVE 'LIEN'      TO RPH-TYPE-O
              END-EVALUATE
              IF NOT HLD-FREEZE
                 ADD HLD-AMT TO WS-HLD-LIEN-TOTAL
              END-IF
              MOVE HLD-REF    TO RPH-REF-O
              MOVE HLD-AMT    TO RPH-AMT-O
              IF HLD-EXPIRY = 0
                 MOVE 'RELEASE ' TO RPH-EXPIRY-O
              ELSE
                 MOVE HLD-EXPIRY TO RPH-EXPIRY-O
              END-IF
              MOVE HLD-REASON TO RPH-REASON-O
              WRITE RPT-REC FROM RPT-HLD-LINE
           END-IF
           END-IF.
       H260-END. EXIT.

       H300-SHOW-JOURNAL.
           PERFORM H310-READ-NEXT-JOURNAL UNTIL JRN-FILE-EOF
           MOVE SPACES TO RPT-REC
           END-IF.
       H510-END. EXIT.

      *    Customer inquiry: the customer's own details, a summary
      *    line per linked account, then the full account inquiry
      *    for each linked account in turn.
       H600-SHOW-CUSTOMER.
           MOVE WS-SEL-CUS-NO TO RPC-CUS-NO-O
           WRITE RPT-REC FROM RPT-CUS-TITLE-LINE
           MOVE WS-SEL-CUS-NO TO CUS-NO
           READ CUS-FILE KEY CUS-NO
             INVALID KEY
                WRITE RPT-REC FROM RPT-NOCUS-LINE
                END-WRITE
             NOT INVALID KEY
                PERFORM H610-WRITE-CUSTOMER-DETAILS
           END-READ
           PERFORM H620-LOAD-LINKS
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           IF WS-LNK-COUNT = 0
              WRITE RPT-REC FROM RPT-NOLNK-LINE
           ELSE
              PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                 UNTIL WS-LNK-IDX > WS-LNK-COUNT
                 PERFORM H640-WRITE-LINK-SUMMARY
              END-PERFORM
              PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                 UNTIL WS-LNK-IDX > WS-LNK-COUNT
                 PERFORM H650-SHOW-LINKED-ACCOUNT
              END-PERFORM
           END-IF.
       H600-END. EXIT.

       H610-WRITE-CUSTOMER-DETAILS.
           MOVE CUS-NAME TO RPC-NAME-O
           EVALUATE TRUE
              WHEN CUS-RETAIL
                 MOVE 'RETAIL'   TO RPC-SEGMENT-O
              WHEN CUS-PRIVATE
                 MOVE 'PRIVATE'  TO RPC-SEGMENT-O
              WHEN CUS-BUSINESS
                 MOVE 'BUSINESS' TO RPC-SEGMENT-O
              WHEN OTHER
                 MOVE CUS-SEGMENT TO RPC-SEGMENT-O
           END-EVALUATE
           WRITE RPT-REC FROM RPT-CUS-NAME-LINE
           MOVE CUS-ADDR-1 TO RPC-ADDR-O
           WRITE RPT-REC FROM RPT-CUS-ADDR-LINE
           IF CUS-ADDR-2 NOT = SPACES
              MOVE CUS-ADDR-2 TO RPC-ADDR-O
              WRITE RPT-REC FROM RPT-CUS-ADDR-LINE
           END-IF
           MOVE CUS-CITY     TO RPC-CITY-O
           MOVE CUS-POSTCODE TO RPC-POSTCODE-O
           MOVE CUS-COUNTRY  TO RPC-COUNTRY-O
           WRITE RPT-REC FROM RPT-CUS-CITY-LINE
           MOVE CUS-TAX-ID     TO RPC-TAX-ID-O
           MOVE CUS-BIRTH-DATE TO RPC-BIRTH-O
           MOVE CUS-OPEN-DATE  TO RPC-OPEN-O
           WRITE RPT-REC FROM RPT-CUS-ID-LINE
           MOVE CUS-PHONE TO RPC-PHONE-O
           MOVE CUS-EMAIL TO RPC-EMAIL-O
           WRITE RPT-REC FROM RPT-CUS-CONTACT-LINE.
       H610-END. EXIT.

      *    REL-KEY leads with the customer number, so the customer's
      *    links are one run of the prime key from account zero.
       H620-LOAD-LINKS.
           MOVE 0 TO WS-LNK-COUNT
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE WS-SEL-CUS-NO TO REL-CUS-NO
           MOVE 0 TO REL-ID
           MOVE 0 TO REL-DVZ
           START REL-FILE KEY IS NOT LESS THAN REL-KEY
             INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM H625-LOAD-NEXT-LINK UNTIL WS-SCAN-DONE.
       H620-END. EXIT.

       H625-LOAD-NEXT-LINK.
           READ REL-FILE NEXT RECORD.
           IF (NOT REL-FILE-SUCCESS) AND (NOT REL-FILE-EOF)
           DISPLAY 'UNABLE TO READ RELFILE: ' ST-REL
           MOVE ST-REL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF REL-FILE-EOF OR REL-CUS-NO NOT = WS-SEL-CUS-NO
              MOVE 'Y' TO WS-SCAN-DONE-SW
           ELSE
              IF WS-LNK-COUNT < WS-LNK-MAX
                 ADD 1 TO WS-LNK-COUNT
                 MOVE REL-ID   TO WS-LNK-ID(WS-LNK-COUNT)
                 MOVE REL-DVZ  TO WS-LNK-DVZ(WS-LNK-COUNT)
                 MOVE REL-ROLE TO WS-LNK-ROLE(WS-LNK-COUNT)
              ELSE
                 DISPLAY 'WS-LNK-TABLE FULL AT ' WS-LNK-MAX
                         ' - ACCOUNT NOT SHOWN: ' REL-ID ' ' REL-DVZ
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
       H625-END. EXIT.

       H630-ROLE-TEXT.
           EVALUATE WS-ROLE-WORK
              WHEN 'P'
                 MOVE 'PRIMARY'   TO WS-ROLE-TEXT
              WHEN 'J'
                 MOVE 'JOINT'     TO WS-ROLE-TEXT
              WHEN 'S'
                 MOVE 'SIGNATORY' TO WS-ROLE-TEXT
              WHEN OTHER
                 MOVE WS-ROLE-WORK TO WS-ROLE-TEXT
           END-EVALUATE.
       H630-END. EXIT.

       H640-WRITE-LINK-SUMMARY.
           MOVE WS-LNK-ID(WS-LNK-IDX)   TO RPL-ID-O
           MOVE WS-LNK-DVZ(WS-LNK-IDX)  TO RPL-DVZ-O
           MOVE WS-LNK-ROLE(WS-LNK-IDX) TO WS-ROLE-WORK
           PERFORM H630-ROLE-TEXT
           MOVE WS-ROLE-TEXT TO RPL-ROLE-O
           MOVE WS-LNK-ID(WS-LNK-IDX)  TO IDX-ID
           MOVE WS-LNK-DVZ(WS-LNK-IDX) TO IDX-DVZ
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY
                MOVE 0 TO RPL-BAL-O
                MOVE 'NOT ON MASTER' TO RPL-STATUS-O
             NOT INVALID KEY
                MOVE IDX-BALANCE TO RPL-BAL-O
                MOVE SPACES TO RPL-STATUS-O
           END-READ
           WRITE RPT-REC FROM RPT-LNK-LINE.
       H640-END. EXIT.

      *    Each account's inquiry reads the sequential files from the
      *    top again, so they are reopened and the findings of the
      *    previous account cleared first.
       H650-SHOW-LINKED-ACCOUNT.
           MOVE WS-LNK-ID(WS-LNK-IDX)  TO WS-SEL-ID
           MOVE WS-LNK-DVZ(WS-LNK-IDX) TO WS-SEL-DVZ
           MOVE 'N' TO WS-MASTER-FOUND-SW
           MOVE 0   TO WS-MASTER-BAL
           MOVE 'N' TO WS-HLD-FOUND-SW
           MOVE 'N' TO WS-HLD-FROZEN-SW
           MOVE 0   TO WS-HLD-LIEN-TOTAL
           MOVE 0   TO WS-LAST-COUNT
           MOVE 'N' TO WS-SUS-FOUND-SW
           MOVE 'N' TO WS-FRJ-FOUND-SW
           PERFORM H660-REOPEN-FILES
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-SEPARATOR-LINE
           PERFORM H140-SHOW-ACCOUNT.
       H650-END. EXIT.

       H660-REOPEN-FILES.
           CLOSE JRN-FILE.
           CLOSE SUS-FILE.
           CLOSE FRJ-FILE.
           CLOSE HLD-FILE.
           OPEN INPUT  JRN-FILE.
           OPEN INPUT  SUS-FILE.
           OPEN INPUT  FRJ-FILE.
           OPEN INPUT  HLD-FILE.
           IF NOT JRN-FILE-SUCCESS
           DISPLAY 'UNABLE TO REOPEN JRNFILE: ' ST-JRN
           MOVE ST-JRN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT SUS-FILE-SUCCESS
           MOVE 10 TO ST-SUS
           END-IF.

           IF NOT FRJ-FILE-SUCCESS
           MOVE 10 TO ST-FRJ
           END-IF.

           IF NOT HLD-FILE-SUCCESS
           MOVE 10 TO ST-HLD
           END-IF.
       H660-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE JRN-FILE.
           CLOSE SUS-FILE.
           CLOSE FRJ-FILE.
           CLOSE HLD-FILE.
           CLOSE CUS-FILE.
           CLOSE REL-FILE.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.
