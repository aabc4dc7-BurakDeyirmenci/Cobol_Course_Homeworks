       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRMNT.
      *--------------------------------------------------------------
      *  Approval register maintenance - the checker's side of the
      *  maker-checker control FILTER01 and ACCTMNT apply to manual
      *  adjustment batches and to account opens and closes (see
      *  APRREC).  Yesterday's APRFILE is loaded first, folding the
      *  entries FILTER01 and ACCTMNT appended since the last run so
      *  each item is held once at its latest standing.  APRTRN, a
      *  file of approver decisions, is then applied:
      *    A - approve a pending item
      *    R - refuse a pending, or approved but not yet applied, item
      *  The approver id must be given and may never be the item's
      *  submitter.  The register is written to APROUT, which the
      *  operator swaps in as the next APRFILE; a missing APRFILE
      *  simply means nothing is waiting.  Items already applied are
      *  written once to the APTRPT approved-and-posted audit trail
      *  and retired from the register; refused items are kept KEEP
      *  days (default 60) so the same submission stays refused.
      *  APRRPT echoes every decision with a reason, then lists the
      *  items still pending or approved but not yet applied,
      *  followed by control totals.  APRTRN is optional - without
      *  it the run folds the register and prints the reports.
      *  Runs under the shared RUNCTL run control:
      *      APRMNT BUSDATE=yyyymmdd KEEP=nnn OVERRIDE=Y
      *  BUSDATE defaults to the run date; a second run for the same
      *  business date is refused unless OVERRIDE=Y names it a
      *  genuine rerun.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APT-FILE  ASSIGN TO APRTRN
                            STATUS ST-APT.
           SELECT APR-FILE  ASSIGN TO APRFILE
                            STATUS ST-APR.
           SELECT APN-FILE  ASSIGN TO APROUT
                            STATUS ST-APN.
           SELECT RPT-FILE  ASSIGN TO APRRPT
                            STATUS ST-RPT.
           SELECT TRL-FILE  ASSIGN TO APTRPT
                            STATUS ST-TRL.
           SELECT RCT-FILE  ASSIGN TO RUNCTL
                            STATUS ST-RCT.
       DATA DIVISION.
       FILE SECTION.
      *    APT-KEY is keyed as APR-KEY holds it: branch and six-digit
      *    batch number for a batch, or account id, numeric currency
      *    code and maintenance action for an account open or close.
       FD  APT-FILE RECORDING MODE F.
         01  APT-REC.
           05 APT-ACTION     PIC X(1).
              88 APT-APPROVE                    VALUE 'A'.
              88 APT-REFUSE                     VALUE 'R'.
           05 APT-KIND       PIC X(1).
              88 APT-KIND-VALID                 VALUE 'B' 'M'.
           05 APT-KEY        PIC X(10).
           05 APT-APPROVER   PIC X(8).
       FD  APR-FILE RECORDING MODE F.
           COPY APRREC.
       FD  APN-FILE RECORDING MODE F.
           COPY APRREC REPLACING LEADING ==APR-== BY ==APN-==.
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
         01  RPT-REC         PIC X(100).
       FD  TRL-FILE RECORDING MODE F.
         01  TRL-REC         PIC X(100).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 ST-APT         PIC 9(2).
              88 APT-FILE-EOF                   VALUE 10.
              88 APT-FILE-SUCCESS               VALUE 0 97.
           05 ST-APR         PIC 9(2).
              88 APR-FILE-EOF                   VALUE 10.
              88 APR-FILE-SUCCESS               VALUE 0 97.
           05 ST-APN         PIC 9(2).
              88 APN-FILE-SUCCESS               VALUE 0 97.
           05 ST-RPT         PIC 9(2).
              88 RPT-FILE-SUCCESS               VALUE 0 97.
           05 ST-TRL         PIC 9(2).
              88 TRL-FILE-SUCCESS               VALUE 0 97.
           05 ST-RCT         PIC 9(2).
              88 RCT-FILE-EOF                   VALUE 10.
              88 RCT-FILE-SUCCESS               VALUE 0 97.

           05 TEMP-ITEM-KEY  PIC X(11).

      *    -- transaction disposition working storage
           05 WS-REJECT-SW         PIC X VALUE 'N'.
              88 WS-REJECTED              VALUE 'Y'.
           05 WS-REJECT-REASON     PIC X(20).
           05 WS-APPROVED-COUNT    PIC 9(9) VALUE 0.
           05 WS-REFUSED-COUNT     PIC 9(9) VALUE 0.
           05 WS-REJECTED-COUNT    PIC 9(9) VALUE 0.
           05 WS-PENDING-COUNT     PIC 9(9) VALUE 0.
           05 WS-AWAITING-COUNT    PIC 9(9) VALUE 0.
           05 WS-POSTED-COUNT      PIC 9(9) VALUE 0.
           05 WS-EXPIRED-COUNT     PIC 9(9) VALUE 0.
           05 WS-CARRIED-COUNT     PIC 9(9) VALUE 0.

      *    -- register table: one entry per item, the whole APRREC
      *    record at its latest standing, in order of first appearance
           05 WS-APE-COUNT         PIC 9(5) VALUE 0.
           05 WS-APE-MAX           PIC 9(5) VALUE 2000.
           05 WS-APE-TABLE.
              10 WS-APE-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-APE-IDX.
                 15 WS-APE-DATA    PIC X(73).
           05 WS-APE-FOUND-SW      PIC X VALUE 'N'.
              88 WS-APE-FOUND             VALUE 'Y'.
           05 WS-APE-POS           PIC 9(5).

      *    -- refused-item retention.  Refusals decided before
      *    WS-KEEP-FROM-DATE are dropped from the register.
           05 WS-KEEP-DAYS         PIC 9(3) VALUE 60.
           05 WS-KEEP-FROM-DATE    PIC 9(8).
           05 WS-WORK-INT          PIC S9(9).

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
           05  FILLER         PIC X(07) VALUE 'Action '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(01) VALUE 'K'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(11) VALUE 'Item       '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE 'Amount          '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'Submit  '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'Approver'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'Result  '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(20) VALUE 'Reason'.

         01  RPT-HEADER-2.
           05  FILLER         PIC X(07) VALUE '-------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(01) VALUE '-'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(11) VALUE '-----------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE '----------------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(20) VALUE '--------------------'.

         01  RPT-DETAIL-LINE.
           05  RPT-ACTION-O   PIC X(07).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPT-KIND-O     PIC X(01).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPT-ITEM-O     PIC X(11).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPT-AMT-O      PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPT-SUBMIT-O   PIC X(08).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPT-APPROVER-O PIC X(08).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPT-RESULT-O   PIC X(08).
           05  FILLER         PIC X(01) VALUE '|'.
           05  RPT-REASON-O   PIC X(20).

         01  PND-TITLE-LINE.
           05  FILLER         PIC X(27)
                              VALUE 'ITEMS AWAITING APPROVAL OR '.
           05  FILLER         PIC X(14) VALUE 'POSTING AS AT '.
           05  PND-DATE-O     PIC 9(08).

         01  PND-HEADER-1.
           05  FILLER         PIC X(01) VALUE 'K'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(11) VALUE 'Item       '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE 'Amount          '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(05) VALUE 'Count'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'Submit  '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'Sub Date'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'Status  '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'Approver'.

         01  PND-HEADER-2.
           05  FILLER         PIC X(01) VALUE '-'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(11) VALUE '-----------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE '----------------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(05) VALUE '-----'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE '--------'.

         01  PND-DETAIL-LINE.
           05  PND-KIND-O     PIC X(01).
           05  FILLER         PIC X(01) VALUE '|'.
           05  PND-ITEM-O     PIC X(11).
           05  FILLER         PIC X(01) VALUE '|'.
           05  PND-AMT-O      PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  PND-COUNT-O    PIC ZZZZ9.
           05  FILLER         PIC X(01) VALUE '|'.
           05  PND-SUBMIT-O   PIC X(08).
           05  FILLER         PIC X(01) VALUE '|'.
           05  PND-SUB-DATE-O PIC 9(08).
           05  FILLER         PIC X(01) VALUE '|'.
           05  PND-STATUS-O   PIC X(08).
           05  FILLER         PIC X(01) VALUE '|'.
           05  PND-APPROVER-O PIC X(08).

         01  TRL-HEADER-1.
           05  FILLER         PIC X(01) VALUE 'K'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(11) VALUE 'Item       '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE 'Amount          '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(05) VALUE 'Count'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'Submit  '.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'Sub Date'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'Approver'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'Apr Date'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE 'Posted  '.

         01  TRL-HEADER-2.
           05  FILLER         PIC X(01) VALUE '-'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(11) VALUE '-----------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(16) VALUE '----------------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(05) VALUE '-----'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE '--------'.
           05  FILLER         PIC X(01) VALUE '|'.
           05  FILLER         PIC X(08) VALUE '--------'.

         01  TRL-DETAIL-LINE.
           05  TRL-KIND-O     PIC X(01).
           05  FILLER         PIC X(01) VALUE '|'.
           05  TRL-ITEM-O     PIC X(11).
           05  FILLER         PIC X(01) VALUE '|'.
           05  TRL-AMT-O      PIC -(12)9.99.
           05  FILLER         PIC X(01) VALUE '|'.
           05  TRL-COUNT-O    PIC ZZZZ9.
           05  FILLER         PIC X(01) VALUE '|'.
           05  TRL-SUBMIT-O   PIC X(08).
           05  FILLER         PIC X(01) VALUE '|'.
           05  TRL-SUB-DATE-O PIC 9(08).
           05  FILLER         PIC X(01) VALUE '|'.
           05  TRL-APPROVER-O PIC X(08).
           05  FILLER         PIC X(01) VALUE '|'.
           05  TRL-APR-DATE-O PIC 9(08).
           05  FILLER         PIC X(01) VALUE '|'.
           05  TRL-DONE-DATE-O PIC 9(08).

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
           WRITE TRL-REC FROM TRL-HEADER-1
           WRITE TRL-REC FROM TRL-HEADER-2
           PERFORM H150-LOAD-REGISTER
           PERFORM H200-READ-NEXT-TRANSACTION UNTIL APT-FILE-EOF
           PERFORM H320-WRITE-REGISTER
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
              WHEN 'KEEP'
                 COMPUTE WS-KEEP-DAYS =
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
           COMPUTE WS-WORK-INT =
              FUNCTION INTEGER-OF-DATE (WS-BUS-DATE) - WS-KEEP-DAYS
           COMPUTE WS-KEEP-FROM-DATE =
              FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
           OPEN INPUT RCT-FILE
           IF RCT-FILE-SUCCESS
              PERFORM H065-SCAN-NEXT-RUNCTL UNTIL RCT-FILE-EOF
              CLOSE RCT-FILE
           END-IF
           IF NOT WS-OVERRIDE
              IF WS-RC-DUP
                 DISPLAY 'APRMNT ALREADY RAN SUCCESSFULLY FOR '
                         WS-BUS-DATE ' - RUN REFUSED, OVERRIDE=Y '
                         'FOR A GENUINE RERUN'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF WS-RC-STARTS > WS-RC-ENDS
                 DISPLAY 'APRMNT IS STILL MARKED IN FLIGHT FOR '
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
              AND RCT-PGM = 'APRMNT  '
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
              MOVE 'APRMNT  '  TO RCT-PGM
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
           OPEN INPUT  APT-FILE.
           OPEN INPUT  APR-FILE.
           OPEN OUTPUT APN-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT TRL-FILE.
           IF NOT APT-FILE-SUCCESS
           DISPLAY 'APRTRN NOT AVAILABLE: ' ST-APT
                   ' - NO DECISIONS TO APPLY'
           MOVE 10 TO ST-APT
           END-IF.

           IF NOT APR-FILE-SUCCESS
           DISPLAY 'APRFILE NOT AVAILABLE: ' ST-APR
                   ' - STARTING WITH AN EMPTY REGISTER'
           MOVE 10 TO ST-APR
           END-IF.

           IF NOT APN-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN APROUT: ' ST-APN
           MOVE ST-APN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT RPT-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN APRRPT: ' ST-RPT
           MOVE ST-RPT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.

           IF NOT TRL-FILE-SUCCESS
           DISPLAY 'UNABLE TO OPEN APTRPT: ' ST-TRL
           MOVE ST-TRL TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

      *    The register is read in file order.  An entry for an item
      *    already in the table replaces it, so the table ends up
      *    holding each item at its latest standing.
       H150-LOAD-REGISTER.
           MOVE 0 TO WS-APE-COUNT
           PERFORM H160-READ-NEXT-ENTRY UNTIL APR-FILE-EOF.
       H150-END. EXIT.

       H160-READ-NEXT-ENTRY.
           READ APR-FILE.
           IF (NOT APR-FILE-SUCCESS) AND (NOT APR-FILE-EOF)
           DISPLAY 'UNABLE TO READ APRFILE: ' ST-APR
           MOVE ST-APR TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT APR-FILE-EOF)
           MOVE APR-REC(1:11) TO TEMP-ITEM-KEY
           PERFORM H260-FIND-ENTRY
           IF WS-APE-FOUND
              MOVE APR-REC TO WS-APE-DATA(WS-APE-POS)
           ELSE
              IF WS-APE-COUNT < WS-APE-MAX
                 ADD 1 TO WS-APE-COUNT
                 MOVE APR-REC TO WS-APE-DATA(WS-APE-COUNT)
              ELSE
                 DISPLAY 'WS-APE-TABLE FULL AT ' WS-APE-MAX
                         ' - ENTRY NOT CARRIED FORWARD: '
                         APR-KIND ' ' APR-KEY
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF
           END-IF.
       H160-END. EXIT.

       H200-READ-NEXT-TRANSACTION.
           READ APT-FILE.
           IF (NOT APT-FILE-SUCCESS) AND (NOT APT-FILE-EOF)
           DISPLAY 'UNABLE TO READ APRTRN: ' ST-APT
           MOVE ST-APT TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (NOT APT-FILE-EOF)
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO APR-REC
           MOVE 0 TO APR-AMOUNT
           PERFORM H210-EDIT-TRANSACTION
           IF NOT WS-REJECTED
              EVALUATE TRUE
                 WHEN APT-APPROVE
                    PERFORM H220-APPROVE-ITEM
                 WHEN APT-REFUSE
                    PERFORM H240-REFUSE-ITEM
              END-EVALUATE
           END-IF
           PERFORM H300-WRITE-REPORT-LINE
           END-IF.
       H200-END. EXIT.

      *    The item is looked up here so the report line can show
      *    its amount and submitter whatever the outcome; APR-REC
      *    holds its standing from then on.
       H210-EDIT-TRANSACTION.
           IF NOT (APT-APPROVE OR APT-REFUSE)
              PERFORM H250-FLAG-REJECT
              MOVE 'INVALID ACTION' TO WS-REJECT-REASON
           END-IF
           IF (NOT WS-REJECTED) AND (NOT APT-KIND-VALID)
              PERFORM H250-FLAG-REJECT
              MOVE 'INVALID KIND' TO WS-REJECT-REASON
           END-IF
           IF (NOT WS-REJECTED) AND APT-APPROVER = SPACES
              PERFORM H250-FLAG-REJECT
              MOVE 'APPROVER MISSING' TO WS-REJECT-REASON
           END-IF
           IF NOT WS-REJECTED
              MOVE APT-KIND TO TEMP-ITEM-KEY(1:1)
              MOVE APT-KEY  TO TEMP-ITEM-KEY(2:10)
              PERFORM H260-FIND-ENTRY
              IF WS-APE-FOUND
                 MOVE WS-APE-DATA(WS-APE-POS) TO APR-REC
              ELSE
                 PERFORM H250-FLAG-REJECT
                 MOVE 'NOT FOUND' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF (NOT WS-REJECTED) AND APT-APPROVER = APR-SUBMITTER
              PERFORM H250-FLAG-REJECT
              MOVE 'SAME AS SUBMITTER' TO WS-REJECT-REASON
           END-IF.
       H210-END. EXIT.

       H220-APPROVE-ITEM.
           IF NOT APR-PENDING
              PERFORM H250-FLAG-REJECT
              MOVE 'NOT PENDING' TO WS-REJECT-REASON
           ELSE
              MOVE 'A'          TO APR-STATUS
              PERFORM H230-RECORD-DECISION
           END-IF.
       H220-END. EXIT.

       H230-RECORD-DECISION.
           MOVE APT-APPROVER TO APR-APPROVER
           MOVE WS-BUS-DATE  TO APR-APR-DATE
           MOVE APR-REC      TO WS-APE-DATA(WS-APE-POS).
       H230-END. EXIT.

      *    An approval may be withdrawn until the item is applied.
       H240-REFUSE-ITEM.
           IF NOT (APR-PENDING OR APR-APPROVED)
              PERFORM H250-FLAG-REJECT
              MOVE 'ALREADY CLOSED' TO WS-REJECT-REASON
           ELSE
              MOVE 'R'          TO APR-STATUS
              PERFORM H230-RECORD-DECISION
           END-IF.
       H240-END. EXIT.

       H250-FLAG-REJECT.
           MOVE 'Y' TO WS-REJECT-SW.
       H250-END. EXIT.

       H260-FIND-ENTRY.
           MOVE 'N' TO WS-APE-FOUND-SW
           PERFORM VARYING WS-APE-IDX FROM 1 BY 1
              UNTIL WS-APE-IDX > WS-APE-COUNT
              IF WS-APE-DATA(WS-APE-IDX)(1:11) = TEMP-ITEM-KEY
                 MOVE 'Y' TO WS-APE-FOUND-SW
                 SET WS-APE-POS TO WS-APE-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       H260-END. EXIT.

      *    Builds the printable item key: branch and batch number,
      *    or account id, currency code and action.
       H270-FORMAT-ITEM.
           MOVE SPACES TO TEMP-ITEM-KEY
           IF APR-MAINT
              STRING APR-ID     DELIMITED BY SIZE
                     ' '        DELIMITED BY SIZE
                     APR-DVZ    DELIMITED BY SIZE
                     ' '        DELIMITED BY SIZE
                     APR-ACTION DELIMITED BY SIZE
                 INTO TEMP-ITEM-KEY
              END-STRING
           ELSE
              STRING APR-BRANCH   DELIMITED BY SIZE
                     ' '          DELIMITED BY SIZE
                     APR-BATCH-NO DELIMITED BY SIZE
                 INTO TEMP-ITEM-KEY
              END-STRING
           END-IF.
       H270-END. EXIT.

       H300-WRITE-REPORT-LINE.
           EVALUATE TRUE
              WHEN APT-APPROVE
                 MOVE 'APPROVE' TO RPT-ACTION-O
              WHEN APT-REFUSE
                 MOVE 'REFUSE ' TO RPT-ACTION-O
              WHEN OTHER
                 MOVE APT-ACTION TO RPT-ACTION-O
           END-EVALUATE
           MOVE APT-KIND TO RPT-KIND-O
           IF APR-REC(1:11) = SPACES
              MOVE APT-KEY TO RPT-ITEM-O
           ELSE
              PERFORM H270-FORMAT-ITEM
              MOVE TEMP-ITEM-KEY TO RPT-ITEM-O
           END-IF
           MOVE APR-AMOUNT    TO RPT-AMT-O
           MOVE APR-SUBMITTER TO RPT-SUBMIT-O
           MOVE APT-APPROVER  TO RPT-APPROVER-O
           EVALUATE TRUE
              WHEN WS-REJECTED
                 MOVE 'REJECTED' TO RPT-RESULT-O
                 MOVE WS-REJECT-REASON TO RPT-REASON-O
                 ADD 1 TO WS-REJECTED-COUNT
              WHEN APT-APPROVE
                 MOVE 'APPROVED' TO RPT-RESULT-O
                 MOVE SPACES TO RPT-REASON-O
                 ADD 1 TO WS-APPROVED-COUNT
              WHEN OTHER
                 MOVE 'REFUSED ' TO RPT-RESULT-O
                 MOVE SPACES TO RPT-REASON-O
                 ADD 1 TO WS-REFUSED-COUNT
           END-EVALUATE
           WRITE RPT-REC FROM RPT-DETAIL-LINE.
       H300-END. EXIT.

      *    Applied items go to the audit trail and leave the
      *    register; refusals older than KEEP days are dropped.
      *    Everything still waiting is listed on APRRPT and carried
      *    forward with the kept refusals.
       H320-WRITE-REGISTER.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-BUS-DATE TO PND-DATE-O
           WRITE RPT-REC FROM PND-TITLE-LINE
           WRITE RPT-REC FROM PND-HEADER-1
           WRITE RPT-REC FROM PND-HEADER-2
           PERFORM VARYING WS-APE-IDX FROM 1 BY 1
              UNTIL WS-APE-IDX > WS-APE-COUNT
              MOVE WS-APE-DATA(WS-APE-IDX) TO APR-REC
              EVALUATE TRUE
                 WHEN APR-DONE
                    PERFORM H330-WRITE-TRAIL-LINE
                 WHEN APR-REFUSED
                      AND APR-APR-DATE < WS-KEEP-FROM-DATE
                    ADD 1 TO WS-EXPIRED-COUNT
                 WHEN APR-REFUSED
                    PERFORM H345-CARRY-ENTRY
                 WHEN OTHER
                    PERFORM H340-WRITE-PENDING-LINE
                    PERFORM H345-CARRY-ENTRY
              END-EVALUATE
           END-PERFORM.
       H320-END. EXIT.

       H330-WRITE-TRAIL-LINE.
           PERFORM H270-FORMAT-ITEM
           MOVE APR-KIND      TO TRL-KIND-O
           MOVE TEMP-ITEM-KEY TO TRL-ITEM-O
           MOVE APR-AMOUNT    TO TRL-AMT-O
           MOVE APR-COUNT     TO TRL-COUNT-O
           MOVE APR-SUBMITTER TO TRL-SUBMIT-O
           MOVE APR-SUB-DATE  TO TRL-SUB-DATE-O
           MOVE APR-APPROVER  TO TRL-APPROVER-O
           MOVE APR-APR-DATE  TO TRL-APR-DATE-O
           MOVE APR-DONE-DATE TO TRL-DONE-DATE-O
           WRITE TRL-REC FROM TRL-DETAIL-LINE
           ADD 1 TO WS-POSTED-COUNT.
       H330-END. EXIT.

       H340-WRITE-PENDING-LINE.
           PERFORM H270-FORMAT-ITEM
           MOVE APR-KIND      TO PND-KIND-O
           MOVE TEMP-ITEM-KEY TO PND-ITEM-O
           MOVE APR-AMOUNT    TO PND-AMT-O
           MOVE APR-COUNT     TO PND-COUNT-O
           MOVE APR-SUBMITTER TO PND-SUBMIT-O
           MOVE APR-SUB-DATE  TO PND-SUB-DATE-O
           MOVE APR-APPROVER  TO PND-APPROVER-O
           IF APR-APPROVED
              MOVE 'APPROVED' TO PND-STATUS-O
              ADD 1 TO WS-AWAITING-COUNT
           ELSE
              MOVE 'PENDING ' TO PND-STATUS-O
              ADD 1 TO WS-PENDING-COUNT
           END-IF
           WRITE RPT-REC FROM PND-DETAIL-LINE.
       H340-END. EXIT.

       H345-CARRY-ENTRY.
           MOVE APR-REC TO APN-REC
           WRITE APN-REC
           IF NOT APN-FILE-SUCCESS
           DISPLAY 'UNABLE TO WRITE APROUT: ' ST-APN
           MOVE ST-APN TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-CARRIED-COUNT.
       H345-END. EXIT.

       H350-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'APPROVED  ' TO RPT-TOT-LABEL
           MOVE WS-APPROVED-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'REFUSED   ' TO RPT-TOT-LABEL
           MOVE WS-REFUSED-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'REJECTED  ' TO RPT-TOT-LABEL
           MOVE WS-REJECTED-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'PENDING   ' TO RPT-TOT-LABEL
           MOVE WS-PENDING-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'AWAIT POST' TO RPT-TOT-LABEL
           MOVE WS-AWAITING-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'POSTED    ' TO RPT-TOT-LABEL
           MOVE WS-POSTED-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'EXPIRED   ' TO RPT-TOT-LABEL
           MOVE WS-EXPIRED-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE
           MOVE 'CARRIED   ' TO RPT-TOT-LABEL
           MOVE WS-CARRIED-COUNT TO RPT-TOT-COUNT
           WRITE RPT-REC FROM RPT-TOTAL-LINE.
       H350-END. EXIT.

       H990-RUNCTL-END.
           IF WS-RC-STARTED
              MOVE 'N' TO WS-RC-STARTED-SW
              OPEN EXTEND RCT-FILE
              IF RCT-FILE-SUCCESS
                 MOVE WS-BUS-DATE TO RCT-BUS-DATE
                 MOVE 'APRMNT  '  TO RCT-PGM
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
           CLOSE APT-FILE.
           CLOSE APR-FILE.
           CLOSE APN-FILE.
           CLOSE RPT-FILE.
           CLOSE TRL-FILE.
           GOBACK.
       H999-EXIT.

      *
