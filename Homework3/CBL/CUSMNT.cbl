       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSMNT.
      *--------------------------------------------------------------
      *  Customer master and account relationship maintenance, run
      *  ahead of ACCTMNT.  Reads CUSTRN, a transaction file whose
      *  first byte names the record maintained:
      *    C - customer master (CUSFILE, see CUSREC), keyed on the
      *        customer number
      *    R - account relationship (RELFILE, see RELREC), keyed on
      *        customer number plus IDX-KEY
      *  and whose second byte is the action, as on ACCTMNT:
      *    O - open: a new customer with name, mailing address, tax
      *        id, date of birth, segment and contact details; or a
      *        new link of a customer to an account on IDXFILE with a
      *        role code (P primary, J joint, S signatory).  An
      *        account has at most one primary owner.
      *    A - amend: any non-blank customer field replaces the one
      *        on file; or the role of an existing link
      *    C - close: DELETE a customer, refused while any account is
      *        still linked to them; or remove a link, refused for
      *        the primary owner while the account is still open
      *  ACCTMNT links the primary owner itself when it opens an
      *  account and removes every link when it closes one, so the
      *  relationship transactions here are for joint owners,
      *  signatories and changes of primary owner (amend the old
      *  primary to J, then the new owner to P).
      *  Every transaction is echoed to CUSRPT as APPLIED or REJECTED
      *  with a reason, followed by control totals.
      *  Runs under the shared RUNCTL run control:
      *      CUSMNT BUSDATE=yyyymmdd OVERRIDE=Y
      *  BUSDATE defaults to the run date; a second run for the same
      *  business date is refused unless OVERRIDE=Y names it a
      *  genuine rerun.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE  ASSIGN TO IDXFILE
                            ORGANIZATION INDEXED
                            ACCESS DYNAMIC
                            RECORD KEY IDX-KEY
                            STATUS ST-IDX.
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
           SELECT CMT-FILE  ASSIGN TO CUSTRN
                            STATUS ST-CMT.
           SELECT RPT-FILE  ASSIGN TO CUSRPT
                            STATUS ST-RPT.
           SELECT RCT-FILE  ASSIGN TO RUNCTL
                            STATUS ST-RCT.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  CUS-FILE.
           COPY CUSREC.
       FD  REL-FILE.
           COPY RELREC.
       FD  CMT-FILE RECORDING MODE F.
         01  CMT-REC.
           05 CMT-KIND       PIC X(1).
              88 CMT-CUSTOMER                   VALUE 'C'.
              88 CMT-RELATION                   VALUE 'R'.
           05 CMT-ACTION     PIC X(1).
              88 CMT-OPEN                       VALUE 'O'.
              88 CMT-AMEND                      VALUE 'A'.
              88 CMT-CLOSE                      VALUE 'C'.
           05 CMT-CUS-NO     PIC X(7).
           05 CMT-CUS-DATA.
              07 CMT-NAME       PIC X(30).
              07 CMT-ADDR-1     PIC X(30).
              07 CMT-ADDR-2     PIC X(30).
              07 CMT-CITY       PIC X(20).
              07 CMT-POSTCODE   PIC X(10).
              07 CMT-COUNTRY    PIC X(2).
              07 CMT-TAX-ID     PIC X(15).
              07 CMT-BIRTH-DATE PIC X(8).
              07 CMT-SEGMENT    PIC X(1).
              07 CMT-PHONE      PIC X(20).
              07 CMT-EMAIL      PIC X(40).
      *    Relationship transactions carry the account and role in
      *    place of the customer details.
           05 CMT-REL-DATA REDEFINES CMT-CUS-DATA.
              07 CMT-REL-ID     PIC X(5).
              07 CMT-REL-DVZ    PIC X(3).
              07 CMT-REL-ROLE   PIC X(1).
              07 FILLER         PIC X(197).
      *    Cross-program run control: every program in the daily
      *    sequence appends a start record at open and an end
      *    record with its return code at close, keyed on the
      *    business date, and reads the register back at startup to
      *    refuse duplicate or out-of-sequence runs.
       FD  RCT-FILE RECORDING MODE F.
         01  RCT-REC.
           05 RCT-BUS-DATE   PIC 9(8).
           05 RCT-PGM        PIC X(8).
           05 RCT-TYPE       PIC X(1).
              88 RCT-START                      VALUE 'S'.
              88 RCT-END                        VALUE 'E'.
           05 RCT-RC         PIC 9(4).
           05 RCT-STAMP-DATE PIC 9(8).
           05 RCT-STAMP-TIME PIC 9(6).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC.
           05 RPT-KIND-O     PIC X(8).
           05 FILLER         PIC X(01) VALUE '|'.
           05 RPT-ACTION-O   PIC X(6).
           05 FILLER         PIC X(01) VALUE '|'.
           05 RPT-CUS-NO-O   PIC X(7).
           05 FILLER         PIC X(01) VALUE '|'.
           05 RPT-ID-O       PIC X(5).
           05 FILLER         PIC X(01) VALUE '|'.
           05 RPT-DVZ-O      PIC X(3).
           05 FILLER         PIC X(01) VALUE '|'.
           05 RPT-ROLE-O     PIC X(1).
           05 FILLER         PIC X(01) VALUE '|'.
           05 RPT-RESULT-O   PIC X(8).
           05 FILLER         PIC X(01) VALUE '|'.
           05 RPT-REASON-O   PIC X(20).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-IDX         PIC 9(2).
              88 IDX-FILE-SUCCESS               VALUE 0 97.
              88 IDX-FILE-NOTFND                VALUE 23.
           05 ST-CUS         PIC 9(2).
              88 CUS-FILE-SUCCESS               VALUE 0 97.
              88 CUS-FILE-NOTFND                VALUE 23.
      *    Status 02 is a successful read or write that found or left
      *    another record with the same alternate key.
           05 ST-REL         PIC 9(2).
              88 REL-FILE-SUCCESS               VALUE 0 2 97.
              88 REL-FILE-EOF                   VALUE 10.
              88 REL-FILE-NOTFND                VALUE 23.
           05 ST-CMT         PIC 9(2).
              88 CMT-FILE-EOF                   VALUE 10.
              88 CMT-FILE-SUCCESS               VALUE 0 97.
           05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
           05 ST-RCT         PIC 9(2).
              88 RCT-FILE-EOF                   VALUE 10.
              88 RCT-FILE-SUCCESS               VALUE 0 97.

           05 TEMP-CUS-NO    PIC 9(7).
           05 TEMP-ID        PIC 9(5).
           05 TEMP-DVZ       PIC 9(3).
           05 TEMP-BIRTH     PIC 9(8).

      *    -- transaction disposition working storage
           05 WS-REJECT-SW         PIC X VALUE 'N'.
              88 WS-REJECTED              VALUE 'Y'.
           05 WS-REJECT-REASON     PIC X(20).
           05 WS-APPLIED-COUNT     PIC 9(9) VALUE 0.
           05 WS-REJECTED-COUNT    PIC 9(9) VALUE 0.

      *    -- customer field validation working storage
           05 WS-SEGMENT-WORK      PIC X(1).
              88 WS-SEGMENT-VALID         VALUE 'R' 'P' 'B'.
              88 WS-SEGMENT-BUSINESS      VALUE 'B'.

      *    -- relationship scan working storage.  The owner scan
      *    walks the alternate key for one account looking for a
      *    primary owner other than the customer in hand; the link
      *    scan looks for any account linked to one customer.
           05 WS-ROLE-WORK         PIC X(1).
              88 WS-ROLE-PRIMARY          VALUE 'P'.
              88 WS-ROLE-VALID            VALUE 'P' 'J' 'S'.
           05 WS-SCAN-DONE-SW      PIC X VALUE 'N'.
              88 WS-SCAN-DONE             VALUE 'Y'.
           05 WS-OTHER-PRIMARY-SW  PIC X VALUE 'N'.
              88 WS-OTHER-PRIMARY         VALUE 'Y'.
           05 WS-LINK-FOUND-SW     PIC X VALUE 'N'.
              88 WS-LINK-FOUND            VALUE 'Y'.

      *    -- run-control working storage.  BUSDATE defaults to the
      *    run date; OVERRIDE=Y names a genuine rerun and bypasses
      *    the refusals.
           05 WS-BUS-DATE          PIC 9(8) VALUE 0.
           05 WS-OVERRIDE-SW       PIC X VALUE 'N'.
              88 WS-OVERRIDE              VALUE 'Y'.
           05 WS-RC-STARTED-SW     PIC X VALUE 'N'.
              88 WS-RC-STARTED            VALUE 'Y'.
           05 WS-RC-DUP-SW         PIC X VALUE 'N'.
              88 WS-RC-DUP                VALUE 'Y'.
           05 WS-RC-STARTS         PIC 9(5) VALUE 0.
           05 WS-RC-ENDS           PIC 9(5) VALUE 0.

      *    -- run date/time stamp
           05 WS-RUN-STAMP.
              10 WS-RUN-DATE        PIC 9(8).
              10 WS-RUN-TIME        PIC 9(6).
              10 FILLER             PIC X(7).

      *    -- command line parsing working storage
           05 WS-PARM-LINE          PIC X(200).
           05 WS-PARM-TOKEN-COUNT   PIC 9(2) VALUE 0.
           05 WS-PARM-TOKENS.
              10 WS-PARM-TOKEN      PIC X(100) OCCURS 10 TIMES
                                    INDEXED BY WS-PTK-IDX.
           05 WS-PARM-KEYWORD       PIC X(20).
           05 WS-PARM-VALUE         PIC X(100).

         01  RPT-HEADER-1.
           05  FILLER         PIC X(08) VALUE 'Record  '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(06) VALUE 'Action'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(07) VALUE 'Cust No'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(05) VALUE 'Id   '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(03) VALUE 'Dvz'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(01) VALUE 'R'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'Result  '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(20) VALUE 'Reason'.

         01  RPT-HEADER-2.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(06) VALUE '------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(07) VALUE '-------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(05) VALUE '-----'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(03) VALUE '---'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(01) VALUE '-'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(20) VALUE '--------------------'.

         01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL  PIC X(10).
           05  FILLER         PIC X(01) VALUE ':'.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RPT-TOT-COUNT  PIC ZZZ,ZZZ,ZZ9.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           PERFORM H050-PARSE-PARM
           PERFORM H060-RUNCTL-CHECK
           PERFORM H100-OPEN-FILES
           WRITE RPT-REC FROM RPT-HEADER-1
           WRITE RPT-REC FROM RPT-HEADER-2
           PERFORM H200-READ-NEXT-TRANSACTION UNTIL CMT-FILE-EOF
           PERFORM H350-WRITE-TOTALS
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H050-PARSE-PARM.
           MOVE SPACES TO WS-PARM-LINE
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           MOVE 0 TO WS-PARM-TOKEN-COUNT
           MOVE 1 TO WS-PTK-IDX
           IF WS-PARM-LINE NOT = SPACES
              UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
                 INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                      WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
                      WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
                      WS-PARM-TOKEN(7) WS-PARM-TOKEN(8)
                      WS-PARM-TOKEN(9) WS-PARM-TOKEN(10)
                 TALLYING IN WS-PARM-TOKEN-COUNT
                 ON OVERFLOW
                    DISPLAY 'PARM HAS MORE THAN 10 TOKENS - '
                            'EXTRA TOKENS IGNORED'
                    MOVE 4 TO RETURN-CODE
              END-UNSTRING
           END-IF.
           IF WS-PARM-TOKEN-COUNT > 0
              PERFORM VARYING WS-PTK-IDX FROM 1 BY 1
                 UNTIL WS-PTK-IDX > WS-PARM-TOKEN-COUNT
                 IF WS-PARM-TOKEN(WS-PTK-IDX) NOT = SPACES
                    PERFORM H055-APPLY-PARM-TOKEN
                 END-IF
              END-PERFORM
           END-IF.
       H050-END. EXIT.

       H055-APPLY-PARM-TOKEN.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING WS-PARM-TOKEN(WS-PTK-IDX) DELIMITED BY '='
              INTO WS-PARM-KEYWORD WS-PARM-VALUE
           END-UNSTRING
           EVALUATE FUNCTION TRIM(WS-PARM-KEYWORD)
              WHEN 'BUSDATE'
                 COMPUTE WS-BUS-DATE =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
              WHEN 'OVERRIDE'
                 IF WS-PARM-VALUE(1:1) = 'Y'
                    MOVE 'Y' TO WS-OVERRIDE-SW
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       H055-END. EXIT.

      *    Startup run-control gate: refuse a duplicate successful
      *    run for the business date, or a run while an earlier one
      *    is still marked in flight; OVERRIDE=Y forces a genuine
      *    rerun past the refusals.
       H060-RUNCTL-CHECK.
           IF WS-BUS-DATE = 0
              MOVE WS-RUN-DATE TO WS-BUS-DATE
           END-IF
           OPEN INPUT RCT-FILE
           IF RCT-FILE-SUCCESS
              PERFORM H065-SCAN-NEXT-RUNCTL UNTIL RCT-FILE-EOF
              CLOSE RCT-FILE
           END-IF
           IF NOT WS-OVERRIDE
              IF WS-RC-DUP
                 DISPLAY 'CUSMNT ALREADY RAN SUCCESSFULLY FOR '
                         WS-BUS-DATE ' - RUN REFUSED, OVERRIDE=Y '
                         'FOR A GENUINE RERUN'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF WS-RC-STARTS > WS-RC-ENDS
                 DISPLAY 'CUSMNT IS STILL MARKED IN FLIGHT FOR '
                         WS-BUS-DATE ' - RUN REFUSED, OVERRIDE=Y '
                         'ONCE THE EARLIER RUN IS ACCOUNTED FOR'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           PERFORM H070-RUNCTL-START.
       H060-END. EXIT.

       H065-SCAN-NEXT-RUNCTL.
           READ RCT-FILE.
           IF (NOT RCT-FILE-SUCCESS) AND (NOT RCT-FILE-EOF)
           DISPLAY 'UNABLE TO READ RUNCTL: ' ST-RCT
           MOVE ST-RCT TO RETURN-CODE
           GOBACK
           END-IF.
           IF (NOT RCT-FILE-EOF)
           IF RCT-BUS-DATE = WS-BUS-DATE
              AND RCT-PGM = 'CUSMNT  '
              IF RCT-START
                 ADD 1 TO WS-RC-STARTS
              END-IF
              IF RCT-END
                 ADD 1 TO WS-RC-ENDS
                 IF RCT-RC < 8
                    MOVE 'Y' TO WS-RC-DUP-SW
                 END-IF
              END-IF
           END-IF
           END-IF.
       H065-END. EXIT.

       H070-RUNCTL-START.
           OPEN EXTEND RCT-FILE
           IF RCT-FILE-SUCCESS
              MOVE WS-BUS-DATE TO RCT-BUS-DATE
              MOVE 'CUSMNT  '  TO RCT-PGM
              MOVE 'S'         TO RCT-TYPE
              MOVE 0           TO RCT-RC
              MOVE WS-RUN-DATE TO RCT-STAMP-DATE
              MOVE WS-RUN-TIME TO RCT-STAMP-TIME
              WRITE RCT-REC
              CLOSE RCT-FILE
              MOVE 'Y' TO WS-RC-STARTED-SW
           ELSE
              DISPLAY 'UNABLE TO EXTEND RUNCTL: ' ST-RCT
                      ' - RUN IS NOT UNDER RUN CONTROL'
              MOVE 4 TO RETURN-CODE
           END-IF.
       H070-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  IDX-FILE.
           OPEN I-O    CUS-FILE.
           OPEN I-O    REL-FILE.
           OPEN INPUT  CMT-FILE.
           OPEN OUTPUT RPT-FILE.
           IF NOT IDX-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX
           MOVE ST-IDX TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT CUS-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN CUSFILE: ' ST-CUS
           MOVE ST-CUS TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT REL-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN RELFILE: ' ST-REL
           MOVE ST-REL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT CMT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN CUSTRN: ' ST-CMT
           MOVE ST-CMT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN CUSRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H200-READ-NEXT-TRANSACTION.
           READ CMT-FILE.
           IF (NOT CMT-FILE-SUCCESS) AND (NOT CMT-FILE-EOF)
           DISPLAY 'UNABLE TO READ CUSTRN: ' ST-CMT
           MOVE ST-CMT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT CMT-FILE-EOF)
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM H210-EDIT-TRANSACTION
           IF NOT WS-REJECTED
              EVALUATE TRUE
                 WHEN CMT-CUSTOMER AND CMT-OPEN
                    PERFORM H220-OPEN-CUSTOMER
                 WHEN CMT-CUSTOMER AND CMT-AMEND
                    PERFORM H230-AMEND-CUSTOMER
                 WHEN CMT-CUSTOMER AND CMT-CLOSE
                    PERFORM H240-CLOSE-CUSTOMER
                 WHEN CMT-RELATION AND CMT-OPEN
                    PERFORM H260-OPEN-RELATION
                 WHEN CMT-RELATION AND CMT-AMEND
                    PERFORM H265-AMEND-RELATION
                 WHEN CMT-RELATION AND CMT-CLOSE
                    PERFORM H270-CLOSE-RELATION
              END-EVALUATE
           END-IF
           PERFORM H300-WRITE-REPORT-LINE
           END-IF.
       H200-END. EXIT.

       H210-EDIT-TRANSACTION.
           IF NOT (CMT-CUSTOMER OR CMT-RELATION)
              PERFORM H250-FLAG-REJECT
              MOVE 'INVALID RECORD KIND' TO WS-REJECT-REASON
           END-IF
           IF (NOT WS-REJECTED)
              AND NOT (CMT-OPEN OR CMT-AMEND OR CMT-CLOSE)
              PERFORM H250-FLAG-REJECT
              MOVE 'INVALID ACTION' TO WS-REJECT-REASON
           END-IF
           IF NOT WS-REJECTED
              IF CMT-CUS-NO NOT NUMERIC
                 PERFORM H250-FLAG-REJECT
                 MOVE 'NON-NUMERIC CUST NO' TO WS-REJECT-REASON
              ELSE
                 COMPUTE TEMP-CUS-NO = FUNCTION NUMVAL (CMT-CUS-NO)
                 IF TEMP-CUS-NO = 0
                    PERFORM H250-FLAG-REJECT
                    MOVE 'CUST NO MISSING' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           IF (NOT WS-REJECTED) AND CMT-RELATION
              IF CMT-REL-ID NOT NUMERIC OR CMT-REL-DVZ NOT NUMERIC
                 PERFORM H250-FLAG-REJECT
                 MOVE 'NON-NUMERIC KEY' TO WS-REJECT-REASON
              ELSE
                 COMPUTE TEMP-ID = FUNCTION NUMVAL (CMT-REL-ID)
                 COMPUTE TEMP-DVZ = FUNCTION NUMVAL (CMT-REL-DVZ)
              END-IF
           END-IF.
       H210-END. EXIT.

       H220-OPEN-CUSTOMER.
           MOVE TEMP-CUS-NO TO CUS-NO
           READ CUS-FILE KEY CUS-NO
             INVALID KEY CONTINUE
             NOT INVALID KEY
                PERFORM H250-FLAG-REJECT
                MOVE 'ALREADY EXISTS' TO WS-REJECT-REASON
           END-READ
           IF NOT WS-REJECTED
              PERFORM H280-EDIT-OPEN-FIELDS
           END-IF
           IF NOT WS-REJECTED
              MOVE TEMP-CUS-NO     TO CUS-NO
              MOVE CMT-NAME        TO CUS-NAME
              MOVE CMT-ADDR-1      TO CUS-ADDR-1
              MOVE CMT-ADDR-2      TO CUS-ADDR-2
              MOVE CMT-CITY        TO CUS-CITY
              MOVE CMT-POSTCODE    TO CUS-POSTCODE
              MOVE CMT-COUNTRY     TO CUS-COUNTRY
              MOVE CMT-TAX-ID      TO CUS-TAX-ID
              MOVE TEMP-BIRTH      TO CUS-BIRTH-DATE
              MOVE WS-SEGMENT-WORK TO CUS-SEGMENT
              MOVE CMT-PHONE       TO CUS-PHONE
              MOVE CMT-EMAIL       TO CUS-EMAIL
              MOVE WS-BUS-DATE     TO CUS-OPEN-DATE
              MOVE WS-BUS-DATE     TO CUS-AMEND-DATE
              WRITE CUS-REC
                INVALID KEY
                   PERFORM H250-FLAG-REJECT
                   MOVE 'WRITE FAILED' TO WS-REJECT-REASON
              END-WRITE
           END-IF.
       H220-END. EXIT.

       H230-AMEND-CUSTOMER.
           MOVE TEMP-CUS-NO TO CUS-NO
           READ CUS-FILE KEY CUS-NO
             INVALID KEY
                PERFORM H250-FLAG-REJECT
                MOVE 'NOT FOUND' TO WS-REJECT-REASON
             NOT INVALID KEY
                CONTINUE
           END-READ
           IF (NOT WS-REJECTED) AND CMT-SEGMENT NOT = SPACES
              MOVE CMT-SEGMENT TO WS-SEGMENT-WORK
              IF NOT WS-SEGMENT-VALID
                 PERFORM H250-FLAG-REJECT
                 MOVE 'INVALID SEGMENT' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF (NOT WS-REJECTED) AND CMT-BIRTH-DATE NOT = SPACES
              PERFORM H285-EDIT-BIRTH-DATE
           END-IF
           IF NOT WS-REJECTED
              IF CMT-NAME NOT = SPACES
                 MOVE CMT-NAME TO CUS-NAME
              END-IF
              IF CMT-ADDR-1 NOT = SPACES
                 MOVE CMT-ADDR-1 TO CUS-ADDR-1
              END-IF
              IF CMT-ADDR-2 NOT = SPACES
                 MOVE CMT-ADDR-2 TO CUS-ADDR-2
              END-IF
              IF CMT-CITY NOT = SPACES
                 MOVE CMT-CITY TO CUS-CITY
              END-IF
              IF CMT-POSTCODE NOT = SPACES
                 MOVE CMT-POSTCODE TO CUS-POSTCODE
              END-IF
              IF CMT-COUNTRY NOT = SPACES
                 MOVE CMT-COUNTRY TO CUS-COUNTRY
              END-IF
              IF CMT-TAX-ID NOT = SPACES
                 MOVE CMT-TAX-ID TO CUS-TAX-ID
              END-IF
              IF CMT-BIRTH-DATE NOT = SPACES
                 MOVE TEMP-BIRTH TO CUS-BIRTH-DATE
              END-IF
              IF CMT-SEGMENT NOT = SPACES
                 MOVE CMT-SEGMENT TO CUS-SEGMENT
              END-IF
              IF CMT-PHONE NOT = SPACES
                 MOVE CMT-PHONE TO CUS-PHONE
              END-IF
              IF CMT-EMAIL NOT = SPACES
                 MOVE CMT-EMAIL TO CUS-EMAIL
              END-IF
              MOVE WS-BUS-DATE TO CUS-AMEND-DATE
              REWRITE CUS-REC
                INVALID KEY
                   PERFORM H250-FLAG-REJECT
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
              END-REWRITE
           END-IF.
       H230-END. EXIT.

      *    A customer still linked to any account - as owner or as
      *    signatory - cannot be closed; the links go first.
       H240-CLOSE-CUSTOMER.
           MOVE TEMP-CUS-NO TO CUS-NO
           READ CUS-FILE KEY CUS-NO
             INVALID KEY
                PERFORM H250-FLAG-REJECT
                MOVE 'NOT FOUND' TO WS-REJECT-REASON
             NOT INVALID KEY
                CONTINUE
           END-READ
           IF NOT WS-REJECTED
              PERFORM H290-FIND-ANY-LINK
              IF WS-LINK-FOUND
                 PERFORM H250-FLAG-REJECT
                 MOVE 'ACCOUNTS STILL LINKED' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF NOT WS-REJECTED
              DELETE CUS-FILE
                INVALID KEY
                   PERFORM H250-FLAG-REJECT
                   MOVE 'DELETE FAILED' TO WS-REJECT-REASON
              END-DELETE
           END-IF.
       H240-END. EXIT.

       H250-FLAG-REJECT.
           MOVE 'Y' TO WS-REJECT-SW.
       H250-END. EXIT.

       H260-OPEN-RELATION.
           MOVE TEMP-CUS-NO TO CUS-NO
           READ CUS-FILE KEY CUS-NO
             INVALID KEY
                PERFORM H250-FLAG-REJECT
                MOVE 'UNKNOWN CUSTOMER' TO WS-REJECT-REASON
             NOT INVALID KEY
                CONTINUE
           END-READ
           IF NOT WS-REJECTED
              MOVE TEMP-ID  TO IDX-ID
              MOVE TEMP-DVZ TO IDX-DVZ
              READ IDX-FILE KEY IDX-KEY
                INVALID KEY
                   PERFORM H250-FLAG-REJECT
                   MOVE 'ACCT NOT FOUND' TO WS-REJECT-REASON
                NOT INVALID KEY
                   CONTINUE
              END-READ
           END-IF
           IF NOT WS-REJECTED
              PERFORM H275-EDIT-ROLE
           END-IF
           IF NOT WS-REJECTED
              MOVE TEMP-CUS-NO TO REL-CUS-NO
              MOVE TEMP-ID     TO REL-ID
              MOVE TEMP-DVZ    TO REL-DVZ
              READ REL-FILE KEY REL-KEY
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   PERFORM H250-FLAG-REJECT
                   MOVE 'ALREADY LINKED' TO WS-REJECT-REASON
              END-READ
           END-IF
           IF NOT WS-REJECTED
              MOVE TEMP-CUS-NO  TO REL-CUS-NO
              MOVE TEMP-ID      TO REL-ID
              MOVE TEMP-DVZ     TO REL-DVZ
              MOVE WS-ROLE-WORK TO REL-ROLE
              MOVE WS-BUS-DATE  TO REL-LINK-DATE
              WRITE REL-REC
                INVALID KEY
                   PERFORM H250-FLAG-REJECT
                   MOVE 'WRITE FAILED' TO WS-REJECT-REASON
              END-WRITE
           END-IF.
       H260-END. EXIT.

      *    The primary-owner scan moves through the account's other
      *    links, so the link itself is read back before the role is
      *    rewritten.
       H265-AMEND-RELATION.
           MOVE TEMP-CUS-NO TO REL-CUS-NO
           MOVE TEMP-ID     TO REL-ID
           MOVE TEMP-DVZ    TO REL-DVZ
           READ REL-FILE KEY REL-KEY
             INVALID KEY
                PERFORM H250-FLAG-REJECT
                MOVE 'NOT LINKED' TO WS-REJECT-REASON
             NOT INVALID KEY
                CONTINUE
           END-READ
           IF NOT WS-REJECTED
              PERFORM H275-EDIT-ROLE
           END-IF
           IF NOT WS-REJECTED
              MOVE TEMP-CUS-NO TO REL-CUS-NO
              MOVE TEMP-ID     TO REL-ID
              MOVE TEMP-DVZ    TO REL-DVZ
              READ REL-FILE KEY REL-KEY
                INVALID KEY
                   PERFORM H250-FLAG-REJECT
                   MOVE 'NOT LINKED' TO WS-REJECT-REASON
                NOT INVALID KEY
                   CONTINUE
              END-READ
           END-IF
           IF NOT WS-REJECTED
              MOVE WS-ROLE-WORK TO REL-ROLE
              REWRITE REL-REC
                INVALID KEY
                   PERFORM H250-FLAG-REJECT
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
              END-REWRITE
           END-IF.
       H265-END. EXIT.

      *    The primary owner's link goes with the account: ACCTMNT
      *    removes it on close.  While the account is open the
      *    primary can only be changed by amendment.
       H270-CLOSE-RELATION.
           MOVE TEMP-CUS-NO TO REL-CUS-NO
           MOVE TEMP-ID     TO REL-ID
           MOVE TEMP-DVZ    TO REL-DVZ
           READ REL-FILE KEY REL-KEY
             INVALID KEY
                PERFORM H250-FLAG-REJECT
                MOVE 'NOT LINKED' TO WS-REJECT-REASON
             NOT INVALID KEY
                CONTINUE
           END-READ
           IF (NOT WS-REJECTED) AND REL-PRIMARY
              MOVE TEMP-ID  TO IDX-ID
              MOVE TEMP-DVZ TO IDX-DVZ
              READ IDX-FILE KEY IDX-KEY
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   PERFORM H250-FLAG-REJECT
                   MOVE 'PRIMARY OWNER' TO WS-REJECT-REASON
              END-READ
           END-IF
           IF NOT WS-REJECTED
              DELETE REL-FILE
                INVALID KEY
                   PERFORM H250-FLAG-REJECT
                   MOVE 'DELETE FAILED' TO WS-REJECT-REASON
              END-DELETE
           END-IF.
       H270-END. EXIT.

      *    An account has at most one primary owner: a P role is
      *    refused while another customer holds the account as P.
       H275-EDIT-ROLE.
           MOVE CMT-REL-ROLE TO WS-ROLE-WORK
           IF NOT WS-ROLE-VALID
              PERFORM H250-FLAG-REJECT
              MOVE 'INVALID ROLE' TO WS-REJECT-REASON
           END-IF
           IF (NOT WS-REJECTED) AND WS-ROLE-PRIMARY
              MOVE 'N' TO WS-OTHER-PRIMARY-SW
              MOVE 'N' TO WS-SCAN-DONE-SW
              MOVE TEMP-ID  TO REL-ID
              MOVE TEMP-DVZ TO REL-DVZ
              START REL-FILE KEY IS EQUAL TO REL-ACCT-KEY
                INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
              END-START
              PERFORM H276-SCAN-NEXT-OWNER UNTIL WS-SCAN-DONE
              IF WS-OTHER-PRIMARY
                 PERFORM H250-FLAG-REJECT
                 MOVE 'PRIMARY EXISTS' TO WS-REJECT-REASON
              END-IF
           END-IF.
       H275-END. EXIT.

       H276-SCAN-NEXT-OWNER.
           READ REL-FILE NEXT RECORD.
           IF (NOT REL-FILE-SUCCESS) AND (NOT REL-FILE-EOF)
           DISPLAY 'UNABLE TO READ RELFILE: ' ST-REL
           MOVE ST-REL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF REL-FILE-EOF
              OR REL-ID NOT = TEMP-ID OR REL-DVZ NOT = TEMP-DVZ
              MOVE 'Y' TO WS-SCAN-DONE-SW
           ELSE
              IF REL-PRIMARY AND REL-CUS-NO NOT = TEMP-CUS-NO
                 MOVE 'Y' TO WS-OTHER-PRIMARY-SW
                 MOVE 'Y' TO WS-SCAN-DONE-SW
              END-IF
           END-IF.
       H276-END. EXIT.

      *    A new customer needs a name and the first line of a
      *    mailing address.  A person (segment R or P) must carry a
      *    date of birth; for a business it is the optional date of
      *    incorporation.
       H280-EDIT-OPEN-FIELDS.
           MOVE 0 TO TEMP-BIRTH
           IF CMT-NAME = SPACES
              PERFORM H250-FLAG-REJECT
              MOVE 'NAME MISSING' TO WS-REJECT-REASON
           END-IF
           IF (NOT WS-REJECTED) AND CMT-ADDR-1 = SPACES
              PERFORM H250-FLAG-REJECT
              MOVE 'ADDRESS MISSING' TO WS-REJECT-REASON
           END-IF
           IF NOT WS-REJECTED
              MOVE CMT-SEGMENT TO WS-SEGMENT-WORK
              IF NOT WS-SEGMENT-VALID
                 PERFORM H250-FLAG-REJECT
                 MOVE 'INVALID SEGMENT' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF NOT WS-REJECTED
              IF CMT-BIRTH-DATE = SPACES
                 IF NOT WS-SEGMENT-BUSINESS
                    PERFORM H250-FLAG-REJECT
                    MOVE 'BIRTH DATE MISSING' TO WS-REJECT-REASON
                 END-IF
              ELSE
                 PERFORM H285-EDIT-BIRTH-DATE
              END-IF
           END-IF.
       H280-END. EXIT.

       H285-EDIT-BIRTH-DATE.
           IF CMT-BIRTH-DATE NUMERIC
              COMPUTE TEMP-BIRTH = FUNCTION NUMVAL (CMT-BIRTH-DATE)
              IF FUNCTION TEST-DATE-YYYYMMDD (TEMP-BIRTH) NOT = 0
                 PERFORM H250-FLAG-REJECT
                 MOVE 'INVALID BIRTH DATE' TO WS-REJECT-REASON
              ELSE
                 IF TEMP-BIRTH > WS-BUS-DATE
                    PERFORM H250-FLAG-REJECT
                    MOVE 'BIRTH DATE IN FUTURE' TO WS-REJECT-REASON
                 END-IF
              END-IF
           ELSE
              PERFORM H250-FLAG-REJECT
              MOVE 'INVALID BIRTH DATE' TO WS-REJECT-REASON
           END-IF.
       H285-END. EXIT.

       H290-FIND-ANY-LINK.
           MOVE 'N' TO WS-LINK-FOUND-SW
           MOVE TEMP-CUS-NO TO REL-CUS-NO
           MOVE 0 TO REL-ID
           MOVE 0 TO REL-DVZ
           START REL-FILE KEY IS NOT LESS THAN REL-KEY
             INVALID KEY CONTINUE
             NOT INVALID KEY
                READ REL-FILE NEXT RECORD
                  AT END CONTINUE
                  NOT AT END
                     IF REL-CUS-NO = TEMP-CUS-NO
                        MOVE 'Y' TO WS-LINK-FOUND-SW
                     END-IF
                END-READ
           END-START.
       H290-END. EXIT.

       H300-WRITE-REPORT-LINE.
           EVALUATE TRUE
              WHEN CMT-CUSTOMER
                 MOVE 'CUSTOMER' TO RPT-KIND-O
              WHEN CMT-RELATION
                 MOVE 'RELATION' TO RPT-KIND-O
              WHEN OTHER
                 MOVE CMT-KIND TO RPT-KIND-O
           END-EVALUATE
           EVALUATE TRUE
              WHEN CMT-OPEN
                 MOVE 'OPEN  ' TO RPT-ACTION-O
              WHEN CMT-AMEND
                 MOVE 'AMEND ' TO RPT-ACTION-O
              WHEN CMT-CLOSE
                 MOVE 'CLOSE ' TO RPT-ACTION-O
              WHEN OTHER
                 MOVE CMT-ACTION TO RPT-ACTION-O
           END-EVALUATE
           MOVE CMT-CUS-NO TO RPT-CUS-NO-O
           IF CMT-RELATION
              MOVE CMT-REL-ID   TO RPT-ID-O
              MOVE CMT-REL-DVZ  TO RPT-DVZ-O
              MOVE CMT-REL-ROLE TO RPT-ROLE-O
           ELSE
              MOVE SPACES TO RPT-ID-O
              MOVE SPACES TO RPT-DVZ-O
              MOVE SPACES TO RPT-ROLE-O
           END-IF
           IF WS-REJECTED
              MOVE 'REJECTED' TO RPT-RESULT-O
              MOVE WS-REJECT-REASON TO RPT-REASON-O
              ADD 1 TO WS-REJECTED-COUNT
           ELSE
              MOVE 'APPLIED ' TO RPT-RESULT-O
              MOVE SPACES TO RPT-REASON-O
              ADD 1 TO WS-APPLIED-COUNT
           END-IF
           WRITE RPT-REC.
       H300-END. EXIT.

       H350-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'APPLIED   ' TO RPT-TOT-LABEL
           MOVE WS-APPLIED-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'REJECTED  ' TO RPT-TOT-LABEL
           MOVE WS-REJECTED-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
       H350-END. EXIT.

       H990-RUNCTL-END.
           IF WS-RC-STARTED
              MOVE 'N' TO WS-RC-STARTED-SW
              OPEN EXTEND RCT-FILE
              IF RCT-FILE-SUCCESS
                 MOVE WS-BUS-DATE TO RCT-BUS-DATE
                 MOVE 'CUSMNT  '  TO RCT-PGM
                 MOVE 'E'         TO RCT-TYPE
                 MOVE RETURN-CODE TO RCT-RC
                 MOVE WS-RUN-DATE TO RCT-STAMP-DATE
                 MOVE WS-RUN-TIME TO RCT-STAMP-TIME
                 WRITE RCT-REC
                 CLOSE RCT-FILE
              ELSE
                 DISPLAY 'UNABLE TO EXTEND RUNCTL: ' ST-RCT
                         ' - END RECORD NOT WRITTEN'
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
       H990-END. EXIT.

       H999-PROGRAM-EXIT.
           PERFORM H990-RUNCTL-END.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE REL-FILE.
           CLOSE CMT-FILE.
           CLOSE RPT-FILE.
           GOBACK.
       H999-EXIT.

      *
