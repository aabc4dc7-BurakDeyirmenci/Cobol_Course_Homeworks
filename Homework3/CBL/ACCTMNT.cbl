      *  IDX-KEY (account id + numeric currency code), and applies
      *  them to the master:
      *    O - open a new account with name, date and opening balance
      *        for a customer already on the CUSFILE customer master;
      *        the customer is linked on RELFILE as primary owner
      *    A - amend the name and/or date of an existing account
      *    C - close (DELETE) an existing account, refused while the
      *        balance is not zero; every RELFILE link to the account
      *        (owners and signatories) is removed with it
      *  Customers, joint owners and signatories are maintained by
      *  CUSMNT.
      *  Every transaction is echoed to MNTRPT as APPLIED or REJECTED
      *  with a reason, followed by control totals.
      *  Maker-checker control: a close, and an open whose opening
      *  balance is over the APLFILE limit for its currency, is only
      *  applied once APRFILE holds an approval for it from someone
      *  other than the MNT-SUBMIT operator on the transaction (see
      *  APRREC).  Until then it is reported as HELD and a pending
      *  entry is added to APRFILE for APRMNT; the transaction is
      *  presented again on a later run.  A refused one is rejected.
      *  Runs under the shared RUNCTL run control:
      *      ACCTMNT BUSDATE=yyyymmdd OVERRIDE=Y
      *  BUSDATE defaults to the run date; a second run for the same
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
           SELECT MNT-FILE  ASSIGN TO MNTFILE
                            STATUS ST-MNT.
           SELECT RPT-FILE  ASSIGN TO MNTRPT
                            STATUS ST-RPT.
           SELECT RCT-FILE  ASSIGN TO RUNCTL
                            STATUS ST-RCT.
           SELECT APL-FILE  ASSIGN TO APLFILE
                            STATUS ST-APL.
           SELECT APR-FILE  ASSIGN TO APRFILE
                            STATUS ST-APR.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           COPY IDXREC.
       FD  CUS-FILE.
           COPY CUSREC.
       FD  REL-FILE.
           COPY RELREC.
       FD  MNT-FILE RECORDING MODE F.
         01  MNT-REC.
           05 MNT-ACTION     PIC X(1).
           05 MNT-NAME       PIC X(30).
           05 MNT-DATE       PIC X(7).
           05 MNT-BALANCE    PIC X(16).
           05 MNT-CUS-NO     PIC X(7).
           05 MNT-SUBMIT     PIC X(8).
      *    Cross-program run control: every program in the daily
      *    sequence appends a start record at open and an end
      *    record with its return code at close, keyed on the
           05 RCT-RC         PIC 9(4).
           05 RCT-STAMP-DATE PIC 9(8).
           05 RCT-STAMP-TIME PIC 9(6).
      *    Per-currency approval limits, one 'ddd llllllllllllllll'
      *    line each: numeric currency code, blank, limit in major
      *    units as explicit-decimal text.
       FD  APL-FILE RECORDING MODE F.
         01  APL-REC.
           05 APL-DVZ        PIC X(3).
           05 FILLER         PIC X(1).
           05 APL-LIMIT      PIC X(16).
       FD  APR-FILE RECORDING MODE F.
           COPY APRREC.
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC.
           05 RPT-ACTION-O   PIC X(6).
           05 ST-IDX         PIC 9(2).
              88 IDX-FILE-SUCCESS               VALUE 0 97.
              88 IDX-FILE-NOTFND                VALUE 23.
           05 ST-CUS         PIC 9(2).
              88 CUS-FILE-SUCCESS               VALUE 0 97.
      *    Status 02 is a successful read or write that found or left
      *    another record with the same alternate key.
           05 ST-REL         PIC 9(2).
              88 REL-FILE-SUCCESS               VALUE 0 2 97.
              88 REL-FILE-EOF                   VALUE 10.
           05 ST-MNT         PIC 9(2).
              88 MNT-FILE-EOF                   VALUE 10.
              88 MNT-FILE-SUCCESS               VALUE 0 97.
           05 ST-RCT         PIC 9(2).
              88 RCT-FILE-EOF                   VALUE 10.
              88 RCT-FILE-SUCCESS               VALUE 0 97.
           05 ST-APL         PIC 9(2).
              88 APL-FILE-EOF                   VALUE 10.
              88 APL-FILE-SUCCESS               VALUE 0 97.
           05 ST-APR         PIC 9(2).
              88 APR-FILE-EOF                   VALUE 10.
              88 APR-FILE-SUCCESS               VALUE 0 97.

           05 TEMP-ID        PIC 9(5).
           05 TEMP-DVZ       PIC 9(3).
           05 TEMP-DATE      PIC 9(7).
           05 TEMP-BALANCE   PIC S9(13)V99.
           05 TEMP-CUS-NO    PIC 9(7).

      *    -- transaction disposition working storage
           05 WS-REJECT-SW         PIC X VALUE 'N'.
           05 WS-REJECT-REASON     PIC X(20).
           05 WS-APPLIED-COUNT     PIC 9(9) VALUE 0.
           05 WS-REJECTED-COUNT    PIC 9(9) VALUE 0.
           05 WS-HELD-SW           PIC X VALUE 'N'.
              88 WS-HELD                  VALUE 'Y'.
           05 WS-HELD-COUNT        PIC 9(9) VALUE 0.

      *    -- maker-checker working storage
           05 WS-APL-COUNT         PIC 9(3) VALUE 0.
           05 WS-APL-MAX           PIC 9(3) VALUE 20.
           05 WS-APL-TABLE.
              10 WS-APL-ENTRY OCCURS 20 TIMES
                              INDEXED BY WS-APL-IDX.
                 15 WS-APL-DVZ     PIC 9(3).
                 15 WS-APL-LIMIT   PIC S9(13)V99.
           05 WS-APL-WORK          PIC S9(13)V99.
           05 WS-APR-AMT           PIC S9(13)V99.
           05 WS-APR-OK-SW         PIC X VALUE 'N'.
              88 WS-APR-OK                VALUE 'Y'.
           05 WS-APR-FOUND-SW      PIC X VALUE 'N'.
              88 WS-APR-FOUND             VALUE 'Y'.
           05 WS-APR-MATCH-SW      PIC X VALUE 'N'.
              88 WS-APR-MATCH             VALUE 'Y'.
           05 WS-APR-LAST-REC      PIC X(73).

      *    -- account relationship working storage
           05 WS-SCAN-DONE-SW      PIC X VALUE 'N'.
              88 WS-SCAN-DONE             VALUE 'Y'.

      *    -- date validation working storage
           05 WS-DATE-VALID-SW     PIC X VALUE 'Y'.
           PERFORM H050-PARSE-PARM
           PERFORM H060-RUNCTL-CHECK
           PERFORM H100-OPEN-FILES
           PERFORM H110-LOAD-APPROVAL-LIMITS
           WRITE RPT-REC FROM RPT-HEADER-1
           WRITE RPT-REC FROM RPT-HEADER-2
           PERFORM H200-READ-NEXT-TRANSACTION UNTIL MNT-FILE-EOF

       H100-OPEN-FILES.
           OPEN I-O    IDX-FILE.
           OPEN INPUT  CUS-FILE.
           OPEN I-O    REL-FILE.
           OPEN INPUT  MNT-FILE.
           OPEN OUTPUT RPT-FILE.
           IF NOT IDX-FILE-SUCCESS
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

           IF NOT MNT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN MNTFILE: ' ST-MNT
           MOVE ST-MNT TO RETURN-CODE
           END-IF.
       H100-END. EXIT.

      *    A missing APLFILE leaves every currency at a limit of
      *    zero: every opening with a balance needs approval.
       H110-LOAD-APPROVAL-LIMITS.
           MOVE 0 TO WS-APL-COUNT
           OPEN INPUT APL-FILE
           IF APL-FILE-SUCCESS
              PERFORM H115-READ-NEXT-LIMIT UNTIL APL-FILE-EOF
              CLOSE APL-FILE
           ELSE
              DISPLAY 'APLFILE NOT AVAILABLE: ' ST-APL
                      ' - EVERY FUNDED OPENING NEEDS APPROVAL'
           END-IF.
       H110-END. EXIT.

       H115-READ-NEXT-LIMIT.
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
       H115-END. EXIT.

       H200-READ-NEXT-TRANSACTION.
           READ MNT-FILE.
           IF (NOT MNT-FILE-SUCCESS) AND (NOT MNT-FILE-EOF)
           END-IF.
           IF (NOT MNT-FILE-EOF)
           MOVE 'N' TO WS-REJECT-SW
           MOVE 'N' TO WS-HELD-SW
           MOVE 'N' TO WS-APR-OK-SW
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM H210-EDIT-TRANSACTION
           IF NOT WS-REJECTED
                 PERFORM H250-FLAG-REJECT
                 MOVE 'UNKNOWN CURRENCY' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF (NOT WS-REJECTED) AND MNT-OPEN
              IF MNT-CUS-NO NOT NUMERIC
                 PERFORM H250-FLAG-REJECT
                 MOVE 'CUST NO MISSING' TO WS-REJECT-REASON
              ELSE
                 COMPUTE TEMP-CUS-NO = FUNCTION NUMVAL (MNT-CUS-NO)
              END-IF
           END-IF.
       H210-END. EXIT.

                PERFORM H250-FLAG-REJECT
                MOVE 'ALREADY EXISTS' TO WS-REJECT-REASON
           END-READ
           IF NOT WS-REJECTED
              MOVE TEMP-CUS-NO TO CUS-NO
              READ CUS-FILE KEY CUS-NO
                INVALID KEY
                   PERFORM H250-FLAG-REJECT
                   MOVE 'UNKNOWN CUSTOMER' TO WS-REJECT-REASON
                NOT INVALID KEY
                   CONTINUE
              END-READ
           END-IF
           IF NOT WS-REJECTED
              PERFORM H270-EDIT-OPEN-FIELDS
           END-IF
           IF NOT WS-REJECTED
              PERFORM H400-CHECK-OPEN-LIMIT
           END-IF
           IF NOT WS-REJECTED AND NOT WS-HELD
              MOVE TEMP-ID       TO IDX-ID
              MOVE TEMP-DVZ      TO IDX-DVZ
              MOVE MNT-NAME      TO IDX-NAME
                   PERFORM H250-FLAG-REJECT
                   MOVE 'WRITE FAILED' TO WS-REJECT-REASON
              END-WRITE
           END-IF
           IF NOT WS-REJECTED AND NOT WS-HELD
              PERFORM H225-LINK-PRIMARY-OWNER
           END-IF
           IF NOT WS-REJECTED AND WS-APR-OK
              PERFORM H430-MARK-APPROVAL-DONE
           END-IF.
       H220-END. EXIT.

      *    The account is on the master by now, so a link that cannot
      *    be written does not undo the open: it is reported for
      *    CUSMNT to put right.
       H225-LINK-PRIMARY-OWNER.
           MOVE TEMP-CUS-NO TO REL-CUS-NO
           MOVE TEMP-ID     TO REL-ID
           MOVE TEMP-DVZ    TO REL-DVZ
           MOVE 'P'         TO REL-ROLE
           MOVE WS-BUS-DATE TO REL-LINK-DATE
           WRITE REL-REC
             INVALID KEY
                DISPLAY 'PRIMARY OWNER LINK NOT WRITTEN FOR '
                        TEMP-ID ' ' TEMP-DVZ ' CUSTOMER '
                        TEMP-CUS-NO ': ' ST-REL
                IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
                END-IF
           END-WRITE.
       H225-END. EXIT.

       H230-AMEND-ACCOUNT.
           MOVE TEMP-ID  TO IDX-ID
           MOVE TEMP-DVZ TO IDX-DVZ
                 PERFORM H250-FLAG-REJECT
                 MOVE 'BALANCE NOT ZERO' TO WS-REJECT-REASON
              ELSE
                 MOVE 0 TO WS-APR-AMT
                 PERFORM H410-CHECK-APPROVAL
              END-IF
           END-IF
           IF NOT WS-REJECTED AND NOT WS-HELD
              DELETE IDX-FILE
                INVALID KEY
                   PERFORM H250-FLAG-REJECT
                   MOVE 'DELETE FAILED' TO WS-REJECT-REASON
              END-DELETE
           END-IF
           IF NOT WS-REJECTED AND NOT WS-HELD
              PERFORM H245-REMOVE-LINKS
           END-IF
           IF NOT WS-REJECTED AND WS-APR-OK
              PERFORM H430-MARK-APPROVAL-DONE
           END-IF.
       H240-END. EXIT.

      *    Walk the account's links on the alternate key, removing
      *    each owner and signatory with the account.
       H245-REMOVE-LINKS.
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE TEMP-ID  TO REL-ID
           MOVE TEMP-DVZ TO REL-DVZ
           START REL-FILE KEY IS EQUAL TO REL-ACCT-KEY
             INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM H246-REMOVE-NEXT-LINK UNTIL WS-SCAN-DONE.
       H245-END. EXIT.

       H246-REMOVE-NEXT-LINK.
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
              DELETE REL-FILE
                INVALID KEY
                   DISPLAY 'UNABLE TO REMOVE LINK ' REL-CUS-NO ' '
                           REL-ID ' ' REL-DVZ ': ' ST-REL
                   IF RETURN-CODE < 4
                      MOVE 4 TO RETURN-CODE
                   END-IF
              END-DELETE
           END-IF.
       H246-END. EXIT.

       H250-FLAG-REJECT.
           MOVE 'Y' TO WS-REJECT-SW.
       H250-END. EXIT.
           END-EVALUATE
           MOVE MNT-ID  TO RPT-ID-O
           MOVE MNT-DVZ TO RPT-DVZ-O
           EVALUATE TRUE
              WHEN WS-REJECTED
                 MOVE 'REJECTED' TO RPT-RESULT-O
                 MOVE WS-REJECT-REASON TO RPT-REASON-O
                 ADD 1 TO WS-REJECTED-COUNT
              WHEN WS-HELD
                 MOVE 'HELD    ' TO RPT-RESULT-O
                 MOVE 'AWAITING APPROVAL' TO RPT-REASON-O
                 ADD 1 TO WS-HELD-COUNT
              WHEN OTHER
                 MOVE 'APPLIED ' TO RPT-RESULT-O
                 MOVE SPACES TO RPT-REASON-O
                 ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE
           WRITE RPT-REC.
       H300-END. EXIT.

           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'REJECTED  ' TO RPT-TOT-LABEL
           MOVE WS-REJECTED-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'HELD      ' TO RPT-TOT-LABEL
           MOVE WS-HELD-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
       H350-END. EXIT.

      *    An opening balance within its currency's limit needs no
      *    second pair of eyes; a currency with no limit on APLFILE
      *    has a limit of zero.
       H400-CHECK-OPEN-LIMIT.
           MOVE 0 TO WS-APL-WORK
           PERFORM VARYING WS-APL-IDX FROM 1 BY 1
              UNTIL WS-APL-IDX > WS-APL-COUNT
              IF WS-APL-DVZ(WS-APL-IDX) = TEMP-DVZ
                 MOVE WS-APL-LIMIT(WS-APL-IDX) TO WS-APL-WORK
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF TEMP-BALANCE > WS-APL-WORK
              MOVE TEMP-BALANCE TO WS-APR-AMT
              PERFORM H410-CHECK-APPROVAL
           END-IF.
       H400-END. EXIT.

      *    The last APRFILE entry for the account and action is its
      *    standing.  It only covers the transaction it was raised
      *    for: a different amount or submitter is queued afresh,
      *    and a done entry does not authorise the action again.
       H410-CHECK-APPROVAL.
           IF MNT-SUBMIT = SPACES
              PERFORM H250-FLAG-REJECT
              MOVE 'SUBMITTER MISSING' TO WS-REJECT-REASON
           ELSE
              PERFORM H415-FIND-APPROVAL
              MOVE 'N' TO WS-APR-MATCH-SW
              IF WS-APR-FOUND
                 MOVE WS-APR-LAST-REC TO APR-REC
                 IF APR-AMOUNT = WS-APR-AMT
                    AND APR-SUBMITTER = MNT-SUBMIT
                    MOVE 'Y' TO WS-APR-MATCH-SW
                 END-IF
              END-IF
              EVALUATE TRUE
                 WHEN WS-APR-MATCH AND APR-APPROVED
                      AND APR-APPROVER NOT = SPACES
                      AND APR-APPROVER NOT = MNT-SUBMIT
                    MOVE 'Y' TO WS-APR-OK-SW
                 WHEN WS-APR-MATCH AND APR-REFUSED
                    PERFORM H250-FLAG-REJECT
                    MOVE 'APPROVAL REFUSED' TO WS-REJECT-REASON
                 WHEN WS-APR-MATCH AND APR-PENDING
                    MOVE 'Y' TO WS-HELD-SW
                 WHEN OTHER
                    MOVE 'Y' TO WS-HELD-SW
                    PERFORM H425-ADD-PENDING-ENTRY
              END-EVALUATE
           END-IF.
       H410-END. EXIT.

       H415-FIND-APPROVAL.
           MOVE 'N' TO WS-APR-FOUND-SW
           OPEN INPUT APR-FILE
           IF APR-FILE-SUCCESS
              PERFORM H420-READ-NEXT-APPROVAL UNTIL APR-FILE-EOF
              CLOSE APR-FILE
           END-IF.
       H415-END. EXIT.

       H420-READ-NEXT-APPROVAL.
           READ APR-FILE.
           IF (NOT APR-FILE-SUCCESS) AND (NOT APR-FILE-EOF)
           DISPLAY 'UNABLE TO READ APRFILE: ' ST-APR
           MOVE ST-APR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT APR-FILE-EOF)
           IF APR-MAINT AND APR-ID = TEMP-ID AND APR-DVZ = TEMP-DVZ
              AND APR-ACTION = MNT-ACTION
              MOVE 'Y' TO WS-APR-FOUND-SW
              MOVE APR-REC TO WS-APR-LAST-REC
           END-IF
           END-IF.
       H420-END. EXIT.

       H425-ADD-PENDING-ENTRY.
           OPEN EXTEND APR-FILE
           IF APR-FILE-SUCCESS
              MOVE SPACES      TO APR-REC
              MOVE 'M'         TO APR-KIND
              MOVE TEMP-ID     TO APR-ID
              MOVE TEMP-DVZ    TO APR-DVZ
              MOVE MNT-ACTION  TO APR-ACTION
              MOVE 'P'         TO APR-STATUS
              MOVE WS-APR-AMT  TO APR-AMOUNT
              MOVE 1           TO APR-COUNT
              MOVE MNT-SUBMIT  TO APR-SUBMITTER
              MOVE WS-BUS-DATE TO APR-SUB-DATE
              MOVE 0           TO APR-APR-DATE
              MOVE 0           TO APR-DONE-DATE
              WRITE APR-REC
              CLOSE APR-FILE
           ELSE
              DISPLAY 'UNABLE TO EXTEND APRFILE: ' ST-APR
                      ' - ' TEMP-ID ' ' TEMP-DVZ
                      ' IS NOT QUEUED FOR APPROVAL'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H425-END. EXIT.

       H430-MARK-APPROVAL-DONE.
           OPEN EXTEND APR-FILE
           IF APR-FILE-SUCCESS
              MOVE WS-APR-LAST-REC TO APR-REC
              MOVE 'D'             TO APR-STATUS
              MOVE WS-BUS-DATE     TO APR-DONE-DATE
              WRITE APR-REC
              CLOSE APR-FILE
           ELSE
              DISPLAY 'UNABLE TO EXTEND APRFILE: ' ST-APR
                      ' - ' TEMP-ID ' ' TEMP-DVZ
                      ' NOT MARKED APPLIED'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H430-END. EXIT.

       H990-RUNCTL-END.
           IF WS-RC-STARTED
              MOVE 'N' TO WS-RC-STARTED-SW
       H999-PROGRAM-EXIT.
           PERFORM H990-RUNCTL-END.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE REL-FILE.
           CLOSE MNT-FILE.
           CLOSE RPT-FILE.
           GOBACK.
