      *  statement carrying their balance.  Journal activity for an
      *  account no longer on the master (archived or closed since)
      *  is still reported, flagged NOT ON MASTER.
      *  MODE=CUST writes one consolidated statement per customer
      *  instead, for the CUSFILE/RELFILE customer mailing:
      *      STMTRPT MODE=CUST CUST=nnnnnnn FROM= TO= DVZ= ACCT=
      *              BRANCH=
      *  The statement opens with the customer's name and mailing
      *  address and carries a section, built exactly as above, for
      *  every account in any currency the customer is linked to on
      *  RELFILE - a joint account appears on each owner's statement
      *  with the owner's role.  Accounts no customer is linked to
      *  are gathered under customer 0000000.  CUST (which implies
      *  MODE=CUST) limits the run to one customer.  In this mode
      *  the master is swept while the journal is released, and
      *  every account section is sorted under each of its owners.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                            STATUS ST-JRN.
           SELECT STM-FILE  ASSIGN TO STMFILE
                            STATUS ST-STM.
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
           SELECT SRT-FILE  ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
           COPY JRNREC.
       FD  STM-FILE RECORDING MODE F.
         01  STM-REC           PIC X(80).
       FD  CUS-FILE.
           COPY CUSREC.
       FD  REL-FILE.
           COPY RELREC.
      *    Journal postings sorted into account and posting order.
      *    SRT-PERIOD-SW separates the pre-period history (kept only
      *    to establish the opening balance) from the period's own
      *    postings; records after the TO date never enter the sort.
      *    SRT-CUS-NO, SRT-ROLE and SRT-NAME are only filled in for
      *    MODE=CUST, where each posting is released once per owner
      *    of its account and each master account is released once
      *    per owner as an 'A' entry, sorting ahead of its postings,
      *    carrying its name and master balance.
       SD  SRT-FILE.
         01  SRT-JRN-REC.
           05 SRT-CUS-NO     PIC 9(7).
           05 SRT-ID         PIC 9(5).
           05 SRT-DVZ        PIC 9(3).
           05 SRT-KIND       PIC X(1).
              88 SRT-MASTER-ENTRY               VALUE 'A'.
              88 SRT-POSTING                    VALUE 'J'.
           05 SRT-DATE       PIC 9(8).
           05 SRT-TIME       PIC 9(6).
           05 SRT-AMT        PIC S9(13)V99 SIGN LEADING SEPARATE.
           05 SRT-PERIOD-SW  PIC X(1).
              88 SRT-IN-PERIOD                  VALUE 'D'.
              88 SRT-PRE-PERIOD                 VALUE 'P'.
           05 SRT-ROLE       PIC X(1).
           05 SRT-NAME       PIC X(30).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-IDX         PIC 9(2).
              88 JRN-FILE-SUCCESS               VALUE 0 97.
           05 ST-STM         PIC 9(2).
              88 STM-FILE-SUCCESS               VALUE 0 97.
           05 ST-CUS         PIC 9(2).
              88 CUS-FILE-SUCCESS               VALUE 0 97.
      *    Status 02 is a successful read that found another record
      *    with the same alternate key.
           05 ST-REL         PIC 9(2).
              88 REL-FILE-SUCCESS               VALUE 0 2 97.
              88 REL-FILE-EOF                   VALUE 10.

      *    -- statement period and subset selection
           05 WS-FROM-DATE         PIC 9(8) VALUE 0.
           05 WS-SEL-ID-GIVEN-SW   PIC X VALUE 'N'.
              88 WS-SEL-ID-GIVEN          VALUE 'Y'.
           05 WS-SEL-BRANCH        PIC X(4) VALUE SPACES.
           05 WS-MODE-SW           PIC X VALUE 'A'.
              88 WS-CONSOLIDATED          VALUE 'C'.
           05 WS-SEL-CUS-NO        PIC 9(7) VALUE 0.
           05 WS-SEL-CUS-GIVEN-SW  PIC X VALUE 'N'.
              88 WS-SEL-CUS-GIVEN         VALUE 'Y'.

      *    -- current consolidated statement (one customer)
           05 WS-CUS-OPEN-SW       PIC X VALUE 'N'.
              88 WS-CUS-OPEN              VALUE 'Y'.
           05 WS-CUR-CUS-NO        PIC 9(7) VALUE 0.
           05 WS-CUS-ACCT-COUNT    PIC 9(5) VALUE 0.
           05 WS-MASTER-BAL        PIC S9(13)V99 VALUE 0.
           05 WS-SCAN-DONE-SW      PIC X VALUE 'N'.
              88 WS-SCAN-DONE             VALUE 'Y'.
           05 WS-OWNER-COUNT       PIC 9(5) VALUE 0.

      *    -- current statement group (one account and currency)
           05 WS-GROUP-OPEN-SW     PIC X VALUE 'N'.
      *    -- run totals
           05 WS-STMT-COUNT        PIC 9(9) VALUE 0.
           05 WS-UNPROVED-COUNT    PIC 9(9) VALUE 0.
           05 WS-CUST-STMT-COUNT   PIC 9(9) VALUE 0.

      *    -- run date/time stamp
           05 WS-RUN-STAMP.
           05  STA-DVZ-O      PIC 9(3).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  STA-NAME-O     PIC X(30).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  STA-ROLE-O     PIC X(9) VALUE SPACES.

         01  STM-OPEN-LINE.
           05  FILLER         PIC X(18)
           05  FILLER         PIC X(01) VALUE SPACE.
           05  STN-BAL-O      PIC -(12)9.99.

         01  STM-CUST-LINE.
           05  FILLER         PIC X(36)
                     VALUE 'CONSOLIDATED STATEMENT FOR CUSTOMER '.
           05  STU-CUS-NO-O   PIC 9(7).

         01  STM-ADDR-LINE.
           05  FILLER         PIC X(10) VALUE SPACES.
           05  STU-ADDR-O     PIC X(30).

         01  STM-CITY-LINE.
           05  FILLER         PIC X(10) VALUE SPACES.
           05  STU-CITY-O     PIC X(20).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  STU-POSTCODE-O PIC X(10).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  STU-COUNTRY-O  PIC X(2).

         01  STM-NOCUS-LINE   PIC X(40) VALUE
             'ACCOUNTS WITH NO CUSTOMER ON FILE'.

         01  STM-CUST-FOOT-LINE.
           05  FILLER         PIC X(29)
                                VALUE 'ACCOUNTS ON THIS STATEMENT : '.
           05  STF-COUNT-O    PIC ZZZZ9.

         01  STM-SEPARATOR-LINE PIC X(60) VALUE ALL '='.

         01  STM-TOTAL-LINE.
           05  STM-TOT-LABEL  PIC X(24).
           05  STM-TOT-COUNT  PIC ZZZ,ZZZ,ZZ9.
           PERFORM H080-EDIT-OPTIONS
           PERFORM H100-OPEN-FILES
           PERFORM H150-WRITE-RUN-TITLE
           SORT SRT-FILE ON ASCENDING KEY SRT-CUS-NO
                                          SRT-ID SRT-DVZ SRT-KIND
                                          SRT-DATE SRT-TIME
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS H210-RELEASE-JOURNAL
                 MOVE 'Y' TO WS-SEL-ID-GIVEN-SW
              WHEN 'BRANCH'
                 MOVE WS-PARM-VALUE(1:4) TO WS-SEL-BRANCH
              WHEN 'MODE'
                 IF FUNCTION TRIM(WS-PARM-VALUE) = 'CUST'
                    MOVE 'C' TO WS-MODE-SW
                 END-IF
              WHEN 'CUST'
                 COMPUTE WS-SEL-CUS-NO =
                    FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VALUE))
                 MOVE 'Y' TO WS-SEL-CUS-GIVEN-SW
                 MOVE 'C' TO WS-MODE-SW
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE ST-STM TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF WS-CONSOLIDATED
           OPEN INPUT  CUS-FILE
           OPEN INPUT  REL-FILE
           IF NOT CUS-FILE-SUCCESS
              DISPLAY 'UNABLE TO OPEN CUSFILE: ' ST-CUS
              MOVE ST-CUS TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           IF NOT REL-FILE-SUCCESS
              DISPLAY 'UNABLE TO OPEN RELFILE: ' ST-REL
              MOVE ST-REL TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           END-IF.
       H100-END. EXIT.

       H150-WRITE-RUN-TITLE.
      *    the opening balance can be taken from the last pre-period
      *    new balance.
       H210-RELEASE-JOURNAL.
           IF WS-CONSOLIDATED
              PERFORM H600-RELEASE-MASTER
           END-IF
           PERFORM H220-RELEASE-NEXT-JOURNAL UNTIL JRN-FILE-EOF.
       H210-END. EXIT.

              AND (NOT WS-SEL-ID-GIVEN OR JRN-ID = WS-SEL-ID)
              AND (WS-SEL-BRANCH = SPACES
                   OR JRN-BRANCH = WS-SEL-BRANCH)
              MOVE 0            TO SRT-CUS-NO
              MOVE 'J'          TO SRT-KIND
              MOVE SPACE        TO SRT-ROLE
              MOVE SPACES       TO SRT-NAME
              MOVE JRN-ID       TO SRT-ID
              MOVE JRN-DVZ      TO SRT-DVZ
              MOVE JRN-RUN-DATE TO SRT-DATE
              ELSE
                 MOVE 'D' TO SRT-PERIOD-SW
              END-IF
              IF WS-CONSOLIDATED
                 PERFORM H620-RELEASE-TO-OWNERS
              ELSE
                 RELEASE SRT-JRN-REC
              END-IF
           END-IF
           END-IF.
       H220-END. EXIT.
      *    supplies the name for its statement heading.
       H300-BUILD-STATEMENTS.
           MOVE 'N' TO WS-SORT-EOF-SW
           IF WS-CONSOLIDATED
              PERFORM H650-BUILD-CONSOLIDATED
           ELSE
              PERFORM H500-START-IDX-SWEEP
              PERFORM H310-RETURN-NEXT-POSTING UNTIL WS-SORT-EOF
              IF WS-GROUP-OPEN
                 PERFORM H400-CLOSE-GROUP
              END-IF
              PERFORM H560-DRAIN-MASTER
           END-IF.
       H300-END. EXIT.

       H310-RETURN-NEXT-POSTING.
           IF NOT WS-GROUP-OPEN
              PERFORM H330-OPEN-GROUP
           END-IF
           PERFORM H325-APPLY-POSTING.
       H320-END. EXIT.

       H325-APPLY-POSTING.
           IF SRT-PRE-PERIOD
              MOVE 'Y' TO WS-PRE-SEEN-SW
              MOVE SRT-NEW TO WS-LAST-PRE-NEW
              MOVE SRT-NEW TO WS-CLOSE-BAL
              PERFORM H370-WRITE-STMT-DETAIL
           END-IF.
       H325-END. EXIT.

       H330-OPEN-GROUP.
           MOVE 'Y' TO WS-GROUP-OPEN-SW
      *  - the last pre-period new balance - stands as both opening
      *    and closing figure.
       H400-CLOSE-GROUP.
           PERFORM H410-FINISH-STATEMENT
           ADD 1 TO WS-STMT-COUNT
           IF WS-MASTER-MATCHED
              PERFORM H540-READ-IDX-NEXT
           END-IF
           MOVE 'N' TO WS-GROUP-OPEN-SW.
       H400-END. EXIT.

       H410-FINISH-STATEMENT.
           IF WS-PERIOD-SEEN
              MOVE WS-CLOSE-BAL TO STC-BAL-O
              IF WS-OPEN-BAL + WS-MOVE-TOTAL = WS-CLOSE-BAL
              PERFORM H360-WRITE-STMT-HEADING
              MOVE WS-LAST-PRE-NEW TO STN-BAL-O
              WRITE STM-REC FROM STM-NOMOVE-LINE
           END-IF.
       H410-END. EXIT.

       H500-START-IDX-SWEEP.
           MOVE 'N' TO WS-IDX-SWEEP-EOF-SW
           PERFORM H530-PASS-ONE-MASTER UNTIL WS-IDX-SWEEP-EOF.
       H560-END. EXIT.

      *    MODE=CUST input side: every master account in the subset
      *    enters the sort once per owner as an 'A' entry, so that
      *    accounts with no journal activity still appear on their
      *    owners' statements.  As in account mode, a BRANCH run
      *    covers only accounts the branch posted to.
       H600-RELEASE-MASTER.
           IF WS-SEL-BRANCH = SPACES
              PERFORM H500-START-IDX-SWEEP
              PERFORM H610-RELEASE-ONE-MASTER
                 UNTIL WS-IDX-SWEEP-EOF
           END-IF.
       H600-END. EXIT.

       H610-RELEASE-ONE-MASTER.
           IF (WS-SEL-DVZ = 0 OR IDX-DVZ = WS-SEL-DVZ)
              AND (NOT WS-SEL-ID-GIVEN OR IDX-ID = WS-SEL-ID)
              MOVE 0           TO SRT-CUS-NO
              MOVE IDX-ID      TO SRT-ID
              MOVE IDX-DVZ     TO SRT-DVZ
              MOVE 'A'         TO SRT-KIND
              MOVE 0           TO SRT-DATE
              MOVE 0           TO SRT-TIME
              MOVE 0           TO SRT-AMT
              MOVE 0           TO SRT-OLD
              MOVE IDX-BALANCE TO SRT-NEW
              MOVE 'P'         TO SRT-PERIOD-SW
              MOVE SPACE       TO SRT-ROLE
              MOVE IDX-NAME    TO SRT-NAME
              PERFORM H620-RELEASE-TO-OWNERS
           END-IF
           PERFORM H540-READ-IDX-NEXT.
       H610-END. EXIT.

      *    Release the record in hand once for every customer linked
      *    to its account (or only for the CUST customer), or once
      *    under customer 0000000 when nobody is linked to it.
       H620-RELEASE-TO-OWNERS.
           MOVE 0 TO WS-OWNER-COUNT
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE SRT-ID  TO REL-ID
           MOVE SRT-DVZ TO REL-DVZ
           START REL-FILE KEY IS EQUAL TO REL-ACCT-KEY
             INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM H630-RELEASE-NEXT-OWNER UNTIL WS-SCAN-DONE
           IF WS-OWNER-COUNT = 0 AND NOT WS-SEL-CUS-GIVEN
              MOVE 0     TO SRT-CUS-NO
              MOVE SPACE TO SRT-ROLE
              RELEASE SRT-JRN-REC
           END-IF.
       H620-END. EXIT.

       H630-RELEASE-NEXT-OWNER.
           READ REL-FILE NEXT RECORD.
           IF (NOT REL-FILE-SUCCESS) AND (NOT REL-FILE-EOF)
           DISPLAY 'UNABLE TO READ RELFILE: ' ST-REL
           MOVE ST-REL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF REL-FILE-EOF
              OR REL-ID NOT = SRT-ID OR REL-DVZ NOT = SRT-DVZ
              MOVE 'Y' TO WS-SCAN-DONE-SW
           ELSE
              ADD 1 TO WS-OWNER-COUNT
              IF NOT WS-SEL-CUS-GIVEN OR REL-CUS-NO = WS-SEL-CUS-NO
                 MOVE REL-CUS-NO TO SRT-CUS-NO
                 MOVE REL-ROLE   TO SRT-ROLE
                 RELEASE SRT-JRN-REC
              END-IF
           END-IF.
       H630-END. EXIT.

      *    MODE=CUST output side: a customer break closes the
      *    customer's statement and opens the next with its mailing
      *    address; within a customer each account section is built
      *    as in account mode, its name and master balance taken
      *    from the 'A' entry that sorts ahead of its postings, or
      *    read from the master when there is none.
       H650-BUILD-CONSOLIDATED.
           PERFORM H660-RETURN-NEXT-ENTRY UNTIL WS-SORT-EOF
           IF WS-GROUP-OPEN
              PERFORM H680-CLOSE-ACCOUNT
           END-IF
           IF WS-CUS-OPEN
              PERFORM H695-CLOSE-CUSTOMER
           END-IF.
       H650-END. EXIT.

       H660-RETURN-NEXT-ENTRY.
           RETURN SRT-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF-SW
              NOT AT END PERFORM H665-APPLY-ONE-ENTRY
           END-RETURN.
       H660-END. EXIT.

       H665-APPLY-ONE-ENTRY.
           IF WS-CUS-OPEN AND SRT-CUS-NO NOT = WS-CUR-CUS-NO
              IF WS-GROUP-OPEN
                 PERFORM H680-CLOSE-ACCOUNT
              END-IF
              PERFORM H695-CLOSE-CUSTOMER
           END-IF
           IF NOT WS-CUS-OPEN
              PERFORM H690-OPEN-CUSTOMER
           END-IF
           IF WS-GROUP-OPEN
              AND (SRT-ID NOT = WS-CUR-ID
                   OR SRT-DVZ NOT = WS-CUR-DVZ)
              PERFORM H680-CLOSE-ACCOUNT
           END-IF
           IF NOT WS-GROUP-OPEN
              PERFORM H670-OPEN-ACCOUNT
           END-IF
           IF SRT-MASTER-ENTRY
              MOVE 'Y'      TO WS-MASTER-MATCHED-SW
              MOVE SRT-NAME TO WS-STMT-NAME
              MOVE SRT-NEW  TO WS-MASTER-BAL
           ELSE
              PERFORM H325-APPLY-POSTING
           END-IF.
       H665-END. EXIT.

       H670-OPEN-ACCOUNT.
           MOVE 'Y' TO WS-GROUP-OPEN-SW
           MOVE SRT-ID  TO WS-CUR-ID
           MOVE SRT-DVZ TO WS-CUR-DVZ
           MOVE 'N' TO WS-PERIOD-SEEN-SW
           MOVE 'N' TO WS-PRE-SEEN-SW
           MOVE 0 TO WS-OPEN-BAL
           MOVE 0 TO WS-RUN-BAL
           MOVE 0 TO WS-CLOSE-BAL
           MOVE 0 TO WS-MOVE-TOTAL
           MOVE 0 TO WS-LAST-PRE-NEW
           MOVE 0 TO WS-MASTER-BAL
           MOVE 'N' TO WS-MASTER-MATCHED-SW
           MOVE '*** NOT ON MASTER ***' TO WS-STMT-NAME
           EVALUATE SRT-ROLE
              WHEN 'P'
                 MOVE 'PRIMARY'   TO STA-ROLE-O
              WHEN 'J'
                 MOVE 'JOINT'     TO STA-ROLE-O
              WHEN 'S'
                 MOVE 'SIGNATORY' TO STA-ROLE-O
              WHEN OTHER
                 MOVE SPACES      TO STA-ROLE-O
           END-EVALUATE
           IF NOT SRT-MASTER-ENTRY
              PERFORM H675-READ-MASTER
           END-IF.
       H670-END. EXIT.

      *    An account section that opens on a posting has no 'A'
      *    entry - a BRANCH run releases none - so its name and
      *    master balance are read from the master by key.  Only an
      *    account no longer on the master stays NOT ON MASTER.
       H675-READ-MASTER.
           MOVE SRT-ID  TO IDX-ID
           MOVE SRT-DVZ TO IDX-DVZ
           READ IDX-FILE KEY IDX-KEY
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                MOVE 'Y'         TO WS-MASTER-MATCHED-SW
                MOVE IDX-NAME    TO WS-STMT-NAME
                MOVE IDX-BALANCE TO WS-MASTER-BAL
           END-READ.
       H675-END. EXIT.

      *    An account on the master with no journal record at all
      *    is stated at its master balance, as H550 does in account
      *    mode.
       H680-CLOSE-ACCOUNT.
           IF (NOT WS-PERIOD-SEEN) AND (NOT WS-PRE-SEEN)
              MOVE WS-MASTER-BAL TO WS-LAST-PRE-NEW
           END-IF
           PERFORM H410-FINISH-STATEMENT
           ADD 1 TO WS-STMT-COUNT
           ADD 1 TO WS-CUS-ACCT-COUNT
           MOVE 'N' TO WS-GROUP-OPEN-SW.
       H680-END. EXIT.

       H690-OPEN-CUSTOMER.
           MOVE 'Y' TO WS-CUS-OPEN-SW
           MOVE SRT-CUS-NO TO WS-CUR-CUS-NO
           MOVE 0 TO WS-CUS-ACCT-COUNT
           MOVE SPACES TO STM-REC
           WRITE STM-REC
           WRITE STM-REC FROM STM-SEPARATOR-LINE
           IF WS-CUR-CUS-NO = 0
              WRITE STM-REC FROM STM-NOCUS-LINE
           ELSE
              MOVE WS-CUR-CUS-NO TO STU-CUS-NO-O
              WRITE STM-REC FROM STM-CUST-LINE
              MOVE WS-CUR-CUS-NO TO CUS-NO
              READ CUS-FILE KEY CUS-NO
                INVALID KEY
                   MOVE '*** NOT ON CUSTOMER FILE ***' TO STU-ADDR-O
                   WRITE STM-REC FROM STM-ADDR-LINE
                   END-WRITE
                NOT INVALID KEY
                   PERFORM H692-WRITE-MAILING-ADDRESS
              END-READ
           END-IF.
       H690-END. EXIT.

       H692-WRITE-MAILING-ADDRESS.
           MOVE CUS-NAME TO STU-ADDR-O
           WRITE STM-REC FROM STM-ADDR-LINE
           MOVE CUS-ADDR-1 TO STU-ADDR-O
           WRITE STM-REC FROM STM-ADDR-LINE
           IF CUS-ADDR-2 NOT = SPACES
              MOVE CUS-ADDR-2 TO STU-ADDR-O
              WRITE STM-REC FROM STM-ADDR-LINE
           END-IF
           MOVE CUS-CITY     TO STU-CITY-O
           MOVE CUS-POSTCODE TO STU-POSTCODE-O
           MOVE CUS-COUNTRY  TO STU-COUNTRY-O
           WRITE STM-REC FROM STM-CITY-LINE.
       H692-END. EXIT.

       H695-CLOSE-CUSTOMER.
           MOVE SPACES TO STM-REC
           WRITE STM-REC
           MOVE WS-CUS-ACCT-COUNT TO STF-COUNT-O
           WRITE STM-REC FROM STM-CUST-FOOT-LINE
           ADD 1 TO WS-CUST-STMT-COUNT
           MOVE 'N' TO WS-CUS-OPEN-SW.
       H695-END. EXIT.

       H700-WRITE-RUN-TOTALS.
           MOVE SPACES TO STM-REC
           WRITE STM-REC
           WRITE STM-REC FROM STM-TOTAL-LINE
           MOVE 'STATEMENTS UNPROVED :   ' TO STM-TOT-LABEL
           MOVE WS-UNPROVED-COUNT TO STM-TOT-COUNT
           WRITE STM-REC FROM STM-TOTAL-LINE
           IF WS-CONSOLIDATED
              MOVE 'CUSTOMER STATEMENTS :   ' TO STM-TOT-LABEL
              MOVE WS-CUST-STMT-COUNT TO STM-TOT-COUNT
              WRITE STM-REC FROM STM-TOTAL-LINE
           END-IF.
       H700-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE JRN-FILE.
           CLOSE STM-FILE.
           IF WS-CONSOLIDATED
              CLOSE CUS-FILE
              CLOSE REL-FILE
           END-IF.
           GOBACK.
       H999-EXIT.

